           SELECT GIORNALE-FILE ASSIGN TO WS-NOME-FILE-GIORNALE
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COGE-FILE ASSIGN TO WS-NOME-FILE-COGE
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ORDINE-DOC-FILE ASSIGN TO WS-NOME-FILE-ORDINE
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RIBA-FILE ASSIGN TO WS-NOME-FILE-RIBA
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INCASSI-FILE ASSIGN TO WS-NOME-FILE-INC
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-INC-FILE-STATUS.

           SELECT INC-SOSPESI-FILE ASSIGN TO WS-NOME-FILE-INC-SOSP
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RIBA-DATI-FILE ASSIGN TO WS-NOME-FILE-RIBA-DATI
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ESITI-RIBA-FILE ASSIGN TO WS-NOME-FILE-ESR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ESR-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO WS-NOME-FILE-AUDIT
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUT-FILE ASSIGN TO WS-NOME-FILE-AUT
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RET-FILE ASSIGN TO WS-NOME-FILE-RET
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HIT-RATE-FILE ASSIGN TO WS-NOME-FILE-HIT-RATE
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PROVVIGIONI-FILE ASSIGN TO WS-NOME-FILE-PROVVIGIONI
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PREVISIONI-FILE ASSIGN TO WS-NOME-FILE-PREVISIONI
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MRP-FILE ASSIGN TO WS-NOME-FILE-MRP
                  ORGANIZATION IS LINE SEQUENTIAL.

      * Fatture passive FatturaPA ricevute da SDI e report delle
      * discrepanze del controllo a tre vie
           SELECT FATTPASS-FILE ASSIGN TO WS-NOME-FILE-FATTPASS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FPA-FILE-STATUS.

           SELECT FPA-REPORT-FILE ASSIGN TO WS-NOME-FILE-FPA-REPORT
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PLAFOND-FILE ASSIGN TO WS-NOME-FILE-PLAFOND
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BOZZE-FILE ASSIGN TO WS-NOME-FILE-BOZZE
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RIFORNIMENTO-FILE ASSIGN TO WS-NOME-FILE-RIF
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OTIF-FILE ASSIGN TO WS-NOME-FILE-OTIF
                  ORGANIZATION IS LINE SEQUENTIAL.

      * Ordini clienti ricevuti (EDI ORDERS o CSV), report degli
      * scarti e risposte d'ordine da restituire ai clienti
           SELECT OVI-FILE ASSIGN TO WS-NOME-FILE-OVI
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-OVI-FILE-STATUS.

           SELECT OVI-SCARTI-FILE ASSIGN TO WS-NOME-FILE-OVI-SCARTI
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ORDRSP-FILE ASSIGN TO WS-NOME-FILE-ORDRSP
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONAI-FILE ASSIGN TO WS-NOME-FILE-CONAI
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PARAMETRI-FILE ASSIGN TO "BATCH-MAGAZZINO.PAR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PAR-FILE-STATUS.
       FD  GIORNALE-FILE.
       01  GIORNALE-RECORD PIC X(132).

       FD  COGE-FILE.
       01  COGE-RECORD PIC X(150).

       FD  ORDINE-DOC-FILE.
       01  ORDINE-DOC-RECORD PIC X(132).

       FD  RIBA-FILE.
       01  RIBA-RECORD PIC X(132).

      * Incassi sui conti aziendali travasati da GESTIONE-CONTI
       FD  INCASSI-FILE.
       01  INCASSI-RECORD.
           05  INC-ID              PIC 9(9).
           05  INC-DATA            PIC X(10).
           05  INC-CONTO           PIC X(12).
           05  INC-IBAN-ORDINANTE  PIC X(27).
           05  INC-ORDINANTE       PIC X(50).
           05  INC-CAUSALE         PIC X(30).
           05  INC-IMPORTO         PIC 9(13)V99.
           05  FILLER              PIC X(7).

       FD  INC-SOSPESI-FILE.
       01  INC-SOSPESI-RECORD PIC X(132).

      * Distinta RiBa su file dati per la presentazione in banca
       FD  RIBA-DATI-FILE.
       01  RIBA-DATI-RECORD.
           05  RIB-ID-SCADENZA     PIC 9(9).
           05  RIB-CLIENTE         PIC X(8).
           05  RIB-RAGIONE         PIC X(50).
           05  RIB-IBAN            PIC X(27).
           05  RIB-FATTURA         PIC X(20).
           05  RIB-SCADENZA        PIC X(10).
           05  RIB-IMPORTO         PIC 9(13)V99.
           05  FILLER              PIC X(11).

      * Esiti degli effetti RiBa restituiti da GESTIONE-CONTI
       FD  ESITI-RIBA-FILE.
       01  ESITI-RIBA-RECORD.
           05  ESR-ID-EFFETTO      PIC 9(9).
           05  ESR-ID-SCADENZA     PIC 9(9).
           05  ESR-FATTURA         PIC X(20).
           05  ESR-ESITO           PIC X.
           05  ESR-DATA            PIC X(10).
           05  ESR-IMPORTO         PIC 9(13)V99.
           05  ESR-SPESE           PIC 9(7)V99.
           05  ESR-MOTIVO          PIC X(40).
           05  FILLER              PIC X(7).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD PIC X(132).

       FD  AUT-FILE.
       01  AUT-RECORD PIC X(132).

       FD  RET-FILE.
       01  RET-RECORD PIC X(132).

       FD  HIT-RATE-FILE.
       01  HIT-RATE-RECORD PIC X(132).

       FD  PROVVIGIONI-FILE.
       01  PROVVIGIONI-RECORD PIC X(132).

       FD  PREVISIONI-FILE.
       01  PREVISIONI-RECORD PIC X(132).

       FD  MRP-FILE.
       01  MRP-RECORD PIC X(132).

       FD  FATTPASS-FILE.
       01  FATTPASS-RECORD PIC X(500).

       FD  FPA-REPORT-FILE.
       01  FPA-REPORT-RECORD PIC X(132).

       FD  PLAFOND-FILE.
       01  PLAFOND-RECORD PIC X(132).

       FD  BOZZE-FILE.
       01  BOZZE-RECORD PIC X(132).

       FD  RIFORNIMENTO-FILE.
       01  RIFORNIMENTO-RECORD PIC X(132).

       FD  OTIF-FILE.
       01  OTIF-RECORD PIC X(132).

       FD  OVI-FILE.
       01  OVI-RECORD PIC X(256).

       FD  OVI-SCARTI-FILE.
       01  OVI-SCARTI-RECORD PIC X(132).

       FD  ORDRSP-FILE.
       01  ORDRSP-RECORD PIC X(256).

       FD  CONAI-FILE.
       01  CONAI-RECORD PIC X(132).

       FD  PARAMETRI-FILE.
       01  PARAMETRI-RECORD.
           05  PAR-OPERAZIONE      PIC X(20).
           05  WS-ORD-TOTALE       PIC 9(10)V99.
           05  WS-ORD-VALUTA       PIC X(3).
           05  WS-ORD-CAMBIO       PIC 9(4)V9999.
      * Fornitore dell'ordine bozza aperto durante il raggruppamento
      * degli articoli sottoscorta

           05  WS-OV-CLIENTE       PIC X(8).
           05  WS-OV-STATO         PIC X.
           05  WS-OV-TOTALE        PIC 9(10)V99.
           05  WS-OV-DATA-RICHIESTA PIC X(10).

      * Offerte (preventivi) ai clienti: numerazione annuale propria,
      * validita' in giorni dalla data di emissione, prezzo da
      * listino e data promessa ATP su ogni riga; all'accettazione
      * le righe si convertono una per una in ordine di vendita.
      * Stati offerta: A=Aperta, C=Accettata, P=Persa, S=Scaduta
      * Stati riga:   A=Aperta, C=Convertita, P=Persa, S=Scaduta
       01  WS-OFFERTA-VENDITA.
           05  WS-OFF-NUMERO       PIC X(20).
           05  WS-OFF-CLIENTE      PIC X(8).
           05  WS-OFF-VALIDITA     PIC X(10).
           05  WS-OFF-STATO        PIC X.
           05  WS-OFF-TOTALE       PIC 9(10)V99.
           05  WS-OFF-PROGR        PIC 9(6).
           05  WS-OFF-PROGR-ED     PIC 9(6).
           05  WS-OFF-GIORNI       PIC 9(3).
           05  WS-OFF-MOTIVO       PIC X(2).
           05  WS-OFF-MOTIVO-DESC  PIC X(30).
           05  WS-OFF-NOTE         PIC X(100).
       01  WS-OFF-GIORNI-VALIDITA  PIC 9(3) VALUE 30.
       01  WS-OFF-RIGHE-APERTE     PIC 9(5).
       01  WS-OFF-RIGHE-CONVERTITE PIC 9(5).
       01  WS-OFF-SCELTA-RIGA      PIC X.

      * Righe aperte dell'offerta in conversione, caricate prima
      * del dialogo perche' la creazione dell'ordine e il controllo
      * fido non interferiscano con il cursore
       01  WS-OFR-IDX              PIC 9(3).
       01  WS-OFR-NUM-RIGHE        PIC 9(3).
       01  WS-OFR-TABELLA.
           05  WS-OFR-RIGA OCCURS 100 TIMES.
               10  WS-OFR-ARTICOLO     PIC X(10).
               10  WS-OFR-DESCRIZIONE  PIC X(40).
               10  WS-OFR-QUANTITA     PIC 9(8)V99.
               10  WS-OFR-PREZZO       PIC 9(8)V9999.
               10  WS-OFR-IMPORTO      PIC 9(10)V99.
               10  WS-OFR-ORIGINE      PIC X.
               10  WS-OFR-PROMESSA     PIC X(10).
               10  WS-OFR-LORDO        PIC 9(8)V9999.
               10  WS-OFR-SCONTO-1     PIC 9(2)V99.
               10  WS-OFR-SCONTO-2     PIC 9(2)V99.
               10  WS-OFR-SCONTO-3     PIC 9(2)V99.
               10  WS-OFR-PROMOZIONE   PIC X(10).

      * Report mensile di hit rate delle offerte: valore offerto,
      * acquisito (righe convertite), perso e scaduto per cliente
      * e per articolo; l'hit rate e' l'acquisito sul valore delle
      * righe gia' decise (convertite, perse o scadute)
       01  WS-HIT-DATI.
           05  WS-HIT-ANNO         PIC 9(4).
           05  WS-HIT-MESE         PIC 99.
           05  WS-HIT-CODICE       PIC X(10).
           05  WS-HIT-DESCRIZIONE  PIC X(60).
           05  WS-HIT-NUMERO       PIC 9(5).
           05  WS-HIT-OFFERTO      PIC 9(12)V99.
           05  WS-HIT-ACQUISITO    PIC 9(12)V99.
           05  WS-HIT-PERSO        PIC 9(12)V99.
           05  WS-HIT-SCADUTO      PIC 9(12)V99.
           05  WS-HIT-DECISO       PIC 9(12)V99.
           05  WS-HIT-PERC         PIC 9(3)V99.
       01  WS-HIT-TOTALI.
           05  WS-HIT-TOT-NUMERO   PIC 9(5).
           05  WS-HIT-TOT-OFFERTO  PIC 9(12)V99.
           05  WS-HIT-TOT-ACQUISITO PIC 9(12)V99.
           05  WS-HIT-TOT-PERSO    PIC 9(12)V99.
           05  WS-HIT-TOT-SCADUTO  PIC 9(12)V99.
       01  WS-HIT-RIGA-EDIT.
           05  WS-HIT-ED-NUMERO    PIC ZZ,ZZ9.
           05  WS-HIT-ED-OFFERTO   PIC Z,ZZZ,ZZ9.99.
           05  WS-HIT-ED-ACQUISITO PIC Z,ZZZ,ZZ9.99.
           05  WS-HIT-ED-PERSO     PIC Z,ZZZ,ZZ9.99.
           05  WS-HIT-ED-SCADUTO   PIC Z,ZZZ,ZZ9.99.
           05  WS-HIT-ED-PERC      PIC ZZ9.99.
       01  WS-CONTA-HIT            PIC 9(5) VALUE ZERO.
       01  WS-NOME-FILE-HIT-RATE   PIC X(40).

      * Controllo fido cliente: l'esposizione e' la somma del
      * residuo degli ordini di vendita aperti, dei DDT non ancora
           05  WS-UBI-PRELIEVO     PIC X(10).
       01  WS-CONTA-UBI            PIC 9(5) VALUE ZERO.

      * Rifornimento del picking dalla scorta: livelli minimo e
      * massimo per articolo e ubicazione picking (LIVELLI_PICKING);
      * il batch genera missioni di spostamento dalle ubicazioni di
      * scorta (MISSIONI_RIFORNIMENTO, stato A=aperta, C=confermata,
      * X=annullata) sui lotti in ordine di scadenza e di carico,
      * confermate con lo spostamento tra ubicazioni
       01  WS-RIF-DATI.
           05  WS-RIF-ID           PIC 9(9).
           05  WS-RIF-ID-INIZIO    PIC 9(9).
           05  WS-RIF-UBI-PICK     PIC X(10).
           05  WS-RIF-MINIMO       PIC 9(8)V99.
           05  WS-RIF-MASSIMO      PIC 9(8)V99.
           05  WS-RIF-PRESENTE     PIC 9(8)V99.
           05  WS-RIF-IN-ARRIVO    PIC 9(8)V99.
           05  WS-RIF-FABBISOGNO   PIC 9(8)V99.
           05  WS-RIF-SALTO        PIC 9(8)V99.
           05  WS-RIF-QTA          PIC S9(8)V99.
           05  WS-RIF-LOTTO-ID     PIC 9(9).
           05  WS-RIF-LOTTO-NUM    PIC X(20).
           05  WS-RIF-SCADENZA     PIC X(10).
           05  WS-RIF-STATO        PIC X.
           05  WS-RIF-ORE          PIC 9(5)V9.
           05  WS-RIF-TITOLO       PIC X(60).
       01  WS-RIF-MAX-UBI          PIC 99 VALUE 20.
       01  WS-RIF-NUM-UBI          PIC 99 VALUE ZERO.
       01  WS-RIF-UBI-IDX          PIC 99.
       01  WS-RIF-SCORTE.
           05  WS-RIF-SCORTA OCCURS 20.
               10  WS-RIF-S-UBICAZIONE PIC X(10).
               10  WS-RIF-S-QTA        PIC 9(8)V99.
       01  WS-RIF-MAX-LOTTI        PIC 99 VALUE 20.
       01  WS-RIF-NUM-LOTTI        PIC 99 VALUE ZERO.
       01  WS-RIF-LOT-IDX          PIC 99.
       01  WS-RIF-LOTTI.
           05  WS-RIF-LOTTO OCCURS 20.
               10  WS-RIF-L-ID         PIC 9(9).
               10  WS-RIF-L-NUMERO     PIC X(20).
               10  WS-RIF-L-SCADENZA   PIC X(10).
               10  WS-RIF-L-QTA        PIC 9(8)V99.
       01  WS-RIF-ID-EDIT          PIC Z(8)9.
       01  WS-RIF-ORE-EDIT         PIC ZZZZ9.9.
       01  WS-CONTA-RIF            PIC 9(5) VALUE ZERO.
       01  WS-NOME-FILE-RIF        PIC X(40).

      * Controllo qualita' sui carichi da fornitore: i lotti in
      * quarantena alimentano quantita_quarantena in GIACENZE e
      * il collaudo decide rilascio (R), scarto (S) o reso al
           05  WS-RIO-CONSUMO-TOT       PIC 9(8)V99.
           05  WS-RIO-CONSUMO-MEDIO     PIC 9(8)V99.

      * Listini fornitori: per ogni articolo piu' fornitori con
      * validita', scaglioni di prezzo per quantita', minimo
      * d'ordine (MOQ), multiplo di confezione e lead time quotato,
      * tutti in unita' di magazzino. La bozza da sottoscorta sceglie
      * il fornitore che consegna entro la data di fabbisogno al
      * prezzo migliore; a parita' di prezzo vince il lead time
      * effettivo storico (come nel report performance fornitori)
       01  WS-LSF-DATI.
           05  WS-LSF-FORNITORE    PIC X(8).
           05  WS-LSF-RAGIONE      PIC X(60).
           05  WS-LSF-QTA-DA       PIC 9(8)V99.
           05  WS-LSF-PREZZO       PIC 9(8)V99.
           05  WS-LSF-MOQ          PIC 9(8)V99.
           05  WS-LSF-MULTIPLO     PIC 9(8)V99.
           05  WS-LSF-LEAD         PIC 9(3).
           05  WS-LSF-VALIDO-DAL   PIC X(10).
           05  WS-LSF-VALIDO-AL    PIC X(10).
           05  WS-LSF-FABBISOGNO   PIC 9(8)V99.
           05  WS-LSF-QTA          PIC 9(8)V99.
           05  WS-LSF-LEAD-EFF     PIC 9(3)V9.
           05  WS-LSF-CONSUMO      PIC S9(8)V99.
           05  WS-LSF-CONSUMO-GG   PIC 9(8)V9999.
           05  WS-LSF-COPERTURA    PIC 9(3).
           05  WS-LSF-DATA-NEC     PIC X(10).
           05  WS-LSF-CONFEZIONI   PIC 9(8).
           05  WS-LSF-MIGLIORE     PIC 99.
           05  WS-LSF-MOTIVO       PIC X(50).
           05  WS-LSF-ETICHETTA    PIC X(8).
           05  WS-LSF-NOTA         PIC X(200).
           05  WS-LSF-NOTA-PTR     PIC 999.
       01  WS-LSF-MAX-CAND         PIC 99 VALUE 10.
       01  WS-LSF-NUM-CAND         PIC 99 VALUE ZERO.
       01  WS-LSF-IDX              PIC 99.
       01  WS-LSF-CANDIDATI.
           05  WS-LSF-CAND OCCURS 10.
               10  WS-LSF-C-FORNITORE  PIC X(8).
               10  WS-LSF-C-RAGIONE    PIC X(30).
               10  WS-LSF-C-MOQ        PIC 9(8)V99.
               10  WS-LSF-C-MULTIPLO   PIC 9(8)V99.
               10  WS-LSF-C-LEAD       PIC 9(3).
               10  WS-LSF-C-LEAD-EFF   PIC 9(3)V9.
               10  WS-LSF-C-QTA        PIC 9(8)V99.
               10  WS-LSF-C-PREZZO     PIC 9(8)V99.
               10  WS-LSF-C-IN-TEMPO   PIC X.
      * Bozze aperte nell'esecuzione corrente, una per fornitore
       01  WS-LSF-MAX-ORD          PIC 999 VALUE 200.
       01  WS-LSF-NUM-ORD          PIC 999 VALUE ZERO.
       01  WS-LSF-ORD-IDX          PIC 999.
       01  WS-LSF-ORDINI.
           05  WS-LSF-ORD OCCURS 200.
               10  WS-LSF-O-FORNITORE  PIC X(8).
               10  WS-LSF-O-NUMERO     PIC X(30).
       01  WS-LSF-LEAD-EDIT        PIC ZZ9.
       01  WS-LSF-LEAD-EFF-EDIT    PIC ZZ9.9.
       01  WS-NOME-FILE-BOZZE      PIC X(40).

      * Previsione della domanda con stagionalita': storico mensile
      * dei consumi netti degli ultimi 36 mesi (movimenti correnti
      * e archiviati), indice stagionale per mese di calendario e
      * livello destagionalizzato sugli ultimi 12 mesi. L'errore
      * medio percentuale (MAPE) misura l'affidabilita': sopra
      * soglia la previsione non alimenta i riordini.
       01  WS-PREV-MAPE-SOGLIA     PIC 9(3)V99 VALUE 30.00.
       01  WS-PREV-MESI-AVANTI     PIC 9 VALUE 3.
       01  WS-PREV-EOF             PIC X VALUE 'N'.
       01  WS-PREV-STORICO.
           05  WS-PREV-CONSUMO     PIC S9(8)V99 OCCURS 36.
       01  WS-PREV-STAGIONE.
           05  WS-PREV-MESE-CAL    OCCURS 12.
               10  WS-PREV-SOMMA-MESE  PIC S9(10)V99.
               10  WS-PREV-CONTA-MESE  PIC 9(3).
               10  WS-PREV-INDICE      PIC 9(2)V9999.
       01  WS-PREV-DATI.
           05  WS-PREV-MESI-FA     PIC S9(5).
           05  WS-PREV-QTA-MESE    PIC S9(8)V99.
           05  WS-PREV-MESI-STORIA PIC 9(3).
           05  WS-PREV-MESI-LIVELLO PIC 9(3).
           05  WS-PREV-TOTALE      PIC S9(10)V99.
           05  WS-PREV-MEDIA       PIC S9(8)V9999.
           05  WS-PREV-LIVELLO     PIC S9(8)V9999.
           05  WS-PREV-PREVISTO    PIC 9(8)V99.
           05  WS-PREV-SCARTO      PIC S9(8)V9999.
           05  WS-PREV-ERRORE-TOT  PIC 9(8)V9999.
           05  WS-PREV-CONFRONTI   PIC 9(3).
           05  WS-PREV-MAPE        PIC 9(3)V99.
           05  WS-PREV-MAPE-CALC   PIC 9(8)V99.
           05  WS-PREV-FABBISOGNO  PIC S9(8)V99.
           05  WS-PREV-CONSUMO-GG  PIC 9(8)V9999.
       01  WS-PREV-CALENDARIO.
           05  WS-PREV-K           PIC S9(3).
           05  WS-PREV-IDX         PIC 9(3).
           05  WS-PREV-ASS-CORR    PIC 9(6).
           05  WS-PREV-ASSOLUTO    PIC 9(6).
           05  WS-PREV-ANNO        PIC 9(4).
           05  WS-PREV-MESE        PIC 99.
           05  WS-PREV-RESTO       PIC 99.
           05  WS-PREV-DATA-INIZIO PIC X(10).
           05  WS-PREV-DATA-FINE   PIC X(10).
       01  WS-CONTA-PREV-ARTICOLI  PIC 9(5) VALUE ZERO.
       01  WS-CONTA-PREV-ESCLUSI   PIC 9(5) VALUE ZERO.
       01  WS-CONTA-PREV-INAFFID   PIC 9(5) VALUE ZERO.
       01  WS-MAPE-EDIT            PIC ZZ9.99.
       01  WS-NOME-FILE-PREVISIONI PIC X(40).

      * Checkpoint/restart valorizzazione magazzino
       01  WS-CKP-FILE-STATUS      PIC XX.
       01  WS-CKP-ULTIMO           PIC X(10) VALUE SPACES.
       01  WS-CONTA-DDT-FATT       PIC 9(5) VALUE ZERO.
       01  WS-CONTA-FATTURE        PIC 9(5) VALUE ZERO.
       01  WS-OV-PREZZO-VENDITA    PIC 9(8)V9999.
       01  WS-OV-RIGHE-EOF         PIC X VALUE 'N'.

      * Variabili per il report articoli a lenta rotazione
       01  WS-NOME-FILE-SLOW       PIC X(40).
           05  WS-RESO-DECISIONE   PIC X.
      * R=Reintegro a magazzino, S=Scarto (rottamazione)

      * Note di credito clienti: documento 'N' su DOCUMENTI_VENDITA
      * (numero NCaaaa/nnnnnn, riferimento = fattura originale) con
      * la riga su RIGHE_DOCUMENTI. Origine R=Reso merce, P=Sola
      * rettifica di prezzo. L'importo compensa le scadenze aperte
      * della fattura; l'eccedenza diventa un credito del cliente.
       01  WS-NC-DATI.
           05  WS-NC-NUMERO        PIC X(20).
           05  WS-NC-FATTURA       PIC X(20).
           05  WS-NC-DDT           PIC X(20).
           05  WS-NC-CLIENTE       PIC X(8).
           05  WS-NC-ORIGINE       PIC X.
           05  WS-NC-ARTICOLO      PIC X(10).
           05  WS-NC-QUANTITA      PIC 9(8)V99.
           05  WS-NC-PREZZO        PIC 9(8)V9999.
           05  WS-NC-PREZZO-FATT   PIC 9(8)V9999.
           05  WS-NC-TOTALE        PIC 9(10)V99.
           05  WS-NC-RESIDUO       PIC 9(12)V99.
       01  WS-NC-DA-EMETTERE       PIC X VALUE 'N'.

      * Variabili per la distinta base (kit e componenti)
       01  WS-DIB-DATI.
           05  WS-DIB-PADRE        PIC X(10).
       01  WS-CONTA-CNF-DISCREP    PIC 9(5) VALUE ZERO.
       01  WS-NOME-FILE-CONFERME   PIC X(40).

      * Costi accessori di acquisto (trasporto, dazi, spedizioniere)
      * su uno o piu' carichi: ripartiti sulle righe di carico per
      * valore, peso o quantita'; la quota della merce ancora in
      * giacenza rivaluta lotto e valore medio, quella della merce
      * gia' scaricata resta come scostamento di costo.
      * Tipo costo: T=Trasporto, D=Dazi doganali, S=Spedizioniere
      * Criterio: V=Valore, P=Peso, Q=Quantita'
       01  WS-CAC-DATI.
           05  WS-CAC-NUMERO       PIC X(20).
           05  WS-CAC-FORNITORE    PIC X(8).
           05  WS-CAC-TIPO         PIC X.
           05  WS-CAC-DATA         PIC X(10).
           05  WS-CAC-IMPORTO      PIC 9(10)V99.
           05  WS-CAC-CRITERIO     PIC X.
           05  WS-CAC-DOC-CARICO   PIC X(20).
           05  WS-CAC-BASE-TOT     PIC 9(12)V9999.
           05  WS-CAC-RIPARTITO    PIC 9(10)V99.
           05  WS-CAC-QUOTA        PIC 9(10)V99.
           05  WS-CAC-QUOTA-GIAC   PIC 9(10)V99.
           05  WS-CAC-QUOTA-SCOST  PIC 9(10)V99.
           05  WS-CAC-RESIDUO      PIC 9(8)V99.
           05  WS-CAC-DISPONIBILE  PIC 9(8)V99.
           05  WS-CAC-TOT-GIAC     PIC 9(10)V99.
           05  WS-CAC-TOT-SCOST    PIC 9(10)V99.
       01  WS-CAC-MOV-ID           PIC 9(9).
       01  WS-CAC-CONTA            PIC 9(5).
       01  WS-CAC-IDX              PIC 9(3).
       01  WS-CAC-NUM-RIGHE        PIC 9(3).
       01  WS-CAC-NUM-DOC          PIC 9(2).
       01  WS-CAC-TABELLA.
           05  WS-CAC-RIGA         OCCURS 200.
               10  WS-CAC-MOVIMENTO    PIC 9(9).
               10  WS-CAC-DOCUMENTO    PIC X(20).
               10  WS-CAC-ARTICOLO     PIC X(10).
               10  WS-CAC-QUANTITA     PIC 9(8)V99.
               10  WS-CAC-VALORE       PIC 9(10)V99.
               10  WS-CAC-PESO         PIC 9(5)V999.
               10  WS-CAC-LOTTO-ID     PIC 9(9).
               10  WS-CAC-LOTTO-RES    PIC 9(8)V99.
               10  WS-CAC-BASE         PIC 9(12)V9999.

      * Merce in conto deposito presso i clienti: magazzino logico
      * CONTO_DEPOSITO alimentato dai DDT a titolo deposito (senza
      * fattura), scaricato dalle dichiarazioni di consumo che
       01  WS-CONTA-CDP            PIC 9(5) VALUE ZERO.
       01  WS-NOME-FILE-CDEP       PIC X(40).

      * Conto lavoro presso terzisti: l'ordine di conto lavoro
      * (ORDINI_CONTO_LAVORO, stati I=Componenti inviati, C=Chiuso)
      * spedisce con DDT i componenti di distinta base del prodotto
      * finito al terzista, caricandoli sul suo magazzino logico
      * GIACENZE_TERZISTI al costo di invio; il rientro del
      * lavorato consuma i componenti presso il terzista e carica
      * il prodotto finito con lotto valorizzato a componenti piu'
      * costo della lavorazione
       01  WS-CLV-DATI.
           05  WS-CLV-NUMERO       PIC X(20).
           05  WS-CLV-DDT          PIC X(20).
           05  WS-CLV-TERZISTA     PIC X(8).
           05  WS-CLV-RAGIONE      PIC X(60).
           05  WS-CLV-ARTICOLO     PIC X(10).
           05  WS-CLV-QTA          PIC 9(8)V99.
           05  WS-CLV-QTA-RIENTRATA PIC 9(8)V99.
           05  WS-CLV-QTA-RIENTRO  PIC 9(8)V99.
           05  WS-CLV-COSTO-UNIT   PIC 9(8)V9999.
           05  WS-CLV-STATO        PIC X.
           05  WS-CLV-PROGR        PIC 9(6).
           05  WS-CLV-PROGR-ED     PIC 9(6).
       01  WS-CLV-COMPONENTE.
           05  WS-CLV-COMP-CODICE  PIC X(10).
           05  WS-CLV-COMP-QTA     PIC 9(8)V99.
           05  WS-CLV-COMP-VALORE  PIC 9(8)V9999.
           05  WS-CLV-COMP-COEFF   PIC 9(5)V99.
           05  WS-CLV-COMP-CONSUMO PIC 9(8)V99.
           05  WS-CLV-COMP-DATA    PIC X(10).
           05  WS-CLV-COMP-GIORNI  PIC 9(5).
       01  WS-CLV-VALORI.
           05  WS-CLV-VAL-COMP     PIC 9(10)V99.
           05  WS-CLV-VAL-LAVORO   PIC 9(10)V99.
           05  WS-CLV-TOT-TERZISTA PIC 9(12)V99.
           05  WS-CLV-TOTALE       PIC 9(12)V99.
       01  WS-CLV-INVIO            PIC X VALUE 'N'.
       01  WS-CLV-TERZ-PREC        PIC X(8).
       01  WS-CLV-QTA-TERZI        PIC 9(10)V99.
       01  WS-CONTA-CLV            PIC 9(5) VALUE ZERO.

      * Archiviazione annuale dei movimenti di magazzino: gli
      * esercizi chiusi passano su MOVIMENTI_ARCHIVIO con un
      * movimento di saldo di apertura riportato sul corrente;
       01  WS-CONTA-MRG            PIC 9(5) VALUE ZERO.
       01  WS-CONTA-MRG-SOTTO      PIC 9(5) VALUE ZERO.
       01  WS-NOME-FILE-MARGINE    PIC X(40).

      * Livello di servizio clienti (OTIF): righe d'ordine con data
      * promessa nel mese confrontate con le righe DDT spedite.
      * Le cause di mancata evasione sono registrate al momento in
      * MANCATE_EVASIONI: S=Disponibilita' insufficiente, F=Blocco
      * fido amministrativo, Q=Merce in quarantena
       01  WS-OTF-DATI.
           05  WS-OTF-ANNO         PIC 9(4).
           05  WS-OTF-MESE         PIC 99.
           05  WS-OTF-TIPO         PIC X.
           05  WS-OTF-TIPO-CORR    PIC X.
           05  WS-OTF-CHIAVE       PIC X(10).
           05  WS-OTF-DESCRIZIONE  PIC X(60).
           05  WS-OTF-RIGHE        PIC 9(7).
           05  WS-OTF-PUNTUALI     PIC 9(7).
           05  WS-OTF-COMPLETE     PIC 9(7).
           05  WS-OTF-OTIF         PIC 9(7).
           05  WS-OTF-GG-MEDI      PIC 9(5)V9.
           05  WS-OTF-GG-MAX       PIC 9(5).
           05  WS-OTF-PERC-PUNT    PIC 9(3)V99.
           05  WS-OTF-PERC-COMPL   PIC 9(3)V99.
           05  WS-OTF-PERC-OTIF    PIC 9(3)V99.
           05  WS-OTF-CAUSA        PIC X.
           05  WS-OTF-QTA-MANCANTE PIC 9(8)V99.
           05  WS-OTF-QTA-QUAR     PIC 9(8)V99.
           05  WS-OTF-QTA-EVENTO   PIC 9(8)V99.
           05  WS-OTF-CONTA-CAUSE  PIC 9(3).
       01  WS-OTF-GG-EDIT          PIC ZZZZ9.9.
       01  WS-OTF-GG-MAX-EDIT      PIC ZZZZZ9.
       01  WS-OTF-RIGHE-EDIT       PIC Z(6)9.
       01  WS-OTF-PUNT-EDIT        PIC ZZ9.99.
       01  WS-OTF-COMPL-EDIT       PIC ZZ9.99.
       01  WS-OTF-OTIF-EDIT        PIC ZZ9.99.
       01  WS-NOME-FILE-OTIF       PIC X(40).
       01  WS-MARGINE-EDIT         PIC ZZ9.99-.
       01  WS-MRG-PROMO-DATI.
           05  WS-MRG-PROMOZIONE   PIC X(10).
           05  WS-MRG-PROMO-RIGHE  PIC 9(5).
           05  WS-MRG-PROMO-COSTO  PIC 9(12)V99.
           05  WS-MRG-PROMO-TOTALE PIC 9(12)V99.

      * Ordini di produzione dei kit: pianificazione con impegno
      * dei componenti, prelievo (scarico effettivo con costo
           05  WS-OP-STATO         PIC X.
           05  WS-OP-COSTO         PIC 9(10)V99.
           05  WS-OP-COSTO-UNIT    PIC 9(8)V9999.
           05  WS-OP-DATA-FINE     PIC X(10).
       01  WS-CONTA-OP             PIC 9(5) VALUE ZERO.

      * Pianificazione fabbisogni (MRP) su kit e componenti: le
      * domande datate (righe ordine cliente, componenti degli
      * ordini di produzione aperti e delle produzioni proposte)
      * sono nettate per settimana contro giacenza, impegni non
      * datati e arrivi attesi (righe ordine fornitori e ordini di
      * produzione). Settimana 1 = settimana corrente (compresi i
      * ritardi), l'ultima raccoglie quanto cade oltre l'orizzonte.
      * Azioni proposte: O=Ordinare, A=Anticipare, P=Posticipare
      * Tipo ordine proposto: A=Acquisto, P=Produzione
       01  WS-MRP-SETTIMANE        PIC 99 VALUE 12.
       01  WS-MRP-LEAD-ACQUISTO    PIC 9(3) VALUE 10.
       01  WS-MRP-LEAD-PRODUZIONE  PIC 9(3) VALUE 5.
       01  WS-MRP-EOF              PIC X VALUE 'N'.
       01  WS-MRP-ARTICOLO.
           05  WS-MRP-LIVELLO      PIC 9.
           05  WS-MRP-DISPONIBILE  PIC S9(8)V99.
           05  WS-MRP-IMPEGNATA    PIC S9(8)V99.
           05  WS-MRP-SCORTA       PIC 9(8)V99.
           05  WS-MRP-LOTTO        PIC 9(8)V99.
           05  WS-MRP-LEAD         PIC 9(3).
           05  WS-MRP-FORNITORE    PIC X(8).
           05  WS-MRP-TIPO-ORDINE  PIC X.
           05  WS-MRP-IMPEGNO-NOTO PIC 9(10)V99.
           05  WS-MRP-INIZIALE     PIC S9(10)V99.
           05  WS-MRP-SALDO        PIC S9(10)V99.
           05  WS-MRP-ARRIVI-TOT   PIC 9(10)V99.
           05  WS-MRP-QTA-PROPOSTA PIC 9(10)V99.
           05  WS-MRP-SETT-CARENZA PIC 99.
           05  WS-MRP-DA-COPRIRE   PIC S9(10)V99.
           05  WS-MRP-MINIMO       PIC S9(10)V99.
       01  WS-MRP-ORIZZONTE.
           05  WS-MRP-SETT         OCCURS 14.
               10  WS-MRP-FABBISOGNO   PIC 9(10)V99.
               10  WS-MRP-ARRIVI       PIC 9(10)V99.
               10  WS-MRP-PROIETTATO   PIC S9(10)V99.
       01  WS-MRP-RIGA.
           05  WS-MRP-FONTE        PIC X.
           05  WS-MRP-SETTIMANA    PIC S9(5).
           05  WS-MRP-QUANTITA     PIC 9(10)V99.
           05  WS-MRP-DOCUMENTO    PIC X(30).
           05  WS-MRP-DATA         PIC X(10).
       01  WS-MRP-IDX              PIC 99.
       01  WS-MRP-IDX-ARRIVO       PIC 99.
       01  WS-MRP-ULTIMA           PIC 99.
       01  WS-MRP-DATE.
           05  WS-MRP-LUNEDI       PIC X(10).
           05  WS-MRP-GIORNI       PIC 9(3).
           05  WS-MRP-DATA-SETT    PIC X(10).
           05  WS-MRP-DATA-RILASCIO PIC X(10).
           05  WS-MRP-RITARDO      PIC X.
       01  WS-MRP-STAMPA.
           05  WS-MRP-AZIONE       PIC X.
           05  WS-MRP-AZIONE-CORR  PIC X.
           05  WS-MRP-ST-ARTICOLO  PIC X(10).
           05  WS-MRP-ST-DESCR     PIC X(30).
           05  WS-MRP-ST-DOC       PIC X(30).
           05  WS-MRP-ST-FORNITORE PIC X(8).
           05  WS-MRP-ST-DATA-ATT  PIC X(10).
           05  WS-MRP-ST-DATA-FAB  PIC X(10).
           05  WS-MRP-ST-DATA-RIL  PIC X(10).
       01  WS-CONTA-MRP-ARTICOLI   PIC 9(5) VALUE ZERO.
       01  WS-CONTA-MRP-ORDINARE   PIC 9(5) VALUE ZERO.
       01  WS-CONTA-MRP-ANTICIPARE PIC 9(5) VALUE ZERO.
       01  WS-CONTA-MRP-POSTICIPARE PIC 9(5) VALUE ZERO.
       01  WS-NOME-FILE-MRP        PIC X(40).

      * Variabili per la chiusura mensile del periodo di magazzino
       01  WS-NOME-FILE-GIORNALE   PIC X(40).
       01  WS-PER-DATI.
       01  WS-PER-ANNO-CORR        PIC 9(4).
       01  WS-PER-MESE-CORR        PIC 99.

      * Flusso per la contabilita' generale, tracciato comune con
      * paghe e conti: il valore dei movimenti del mese chiuso (MAG)
      * e i documenti del registro IVA vendite (IVA)
       01  WS-NOME-FILE-COGE       PIC X(40).
       01  WS-COGE-CONTA           PIC 9(7).
       01  WS-COGE-VALORE          PIC S9(13)V99.
       01  WS-COGE-TOT-DOC         PIC S9(13)V99.
       01  WS-COGE-RIGA.
           05  COG-SORGENTE        PIC X(3).
           05  COG-REGISTRAZIONE   PIC X(20).
           05  COG-DATA            PIC X(10).
           05  COG-CAUSALE         PIC X(10).
           05  COG-SEGNO           PIC X.
           05  COG-IMPORTO         PIC S9(13)V99
                                   SIGN LEADING SEPARATE.
           05  COG-DESCRIZIONE     PIC X(60).
           05  FILLER              PIC X(30) VALUE SPACES.

      * Variabili per la stampa dell'ordine fornitore
       01  WS-NOME-FILE-ORDINE     PIC X(45).
       01  WS-ORD-NUMERO-FILE      PIC X(30).
           05  WS-LIS-VALIDO-AL    PIC X(10).
       01  WS-LIS-RISPOSTA-PREZZO  PIC X(15).

      * Sconti a cascata sulle righe di vendita: la condizione
      * commerciale piu' specifica in vigore (articolo, cliente,
      * categoria, gruppo cliente) da' il primo e il secondo
      * sconto, l'eventuale promozione a periodo il terzo; il
      * netto e' il lordo di listino scontato in cascata.
      * Tipo regola: N=Condizione commerciale, P=Promozione
       01  WS-SCO-DATI.
           05  WS-SCO-LORDO        PIC 9(8)V9999.
           05  WS-SCO-PERC-1       PIC 9(2)V99.
           05  WS-SCO-PERC-2       PIC 9(2)V99.
           05  WS-SCO-PERC-3       PIC 9(2)V99.
           05  WS-SCO-PROMOZIONE   PIC X(10).
       01  WS-SCO-REGOLA.
           05  WS-SCO-TIPO         PIC X.
           05  WS-SCO-CLIENTE      PIC X(8).
           05  WS-SCO-GRUPPO       PIC X(6).
           05  WS-SCO-ARTICOLO     PIC X(10).
           05  WS-SCO-CATEGORIA    PIC X(4).
           05  WS-SCO-VALIDO-DAL   PIC X(10).
           05  WS-SCO-VALIDO-AL    PIC X(10).
       01  WS-SCO-IDX              PIC 9.
       01  WS-SCO-VALORE           PIC 9(10)V99.
       01  WS-SCO-EDIT             PIC Z9.99.

      * Variabili per lo scarico dei lotti scaduti
       01  WS-NOME-FILE-SCADUTI    PIC X(40).
       01  WS-SCAD-DATI.
      * Scadenzario clienti: scadenze generate alla fatturazione
      * dalle condizioni di pagamento del cliente (giorni, rate,
      * tipo B=Bonifico R=RiBa); stati: A=Aperta, P=Presentata in
      * banca, E=Incassata, I=Insoluta (riaperta), C=Compensata da
      * nota di credito. Gli insoluti
      * rimettono la fattura tra le non incassate e rientrano
      * nell'esposizione del controllo fido. Le eccedenze delle
      * note di credito sono scadenze negative a credito.
       01  WS-SCL-DATI.
           05  WS-SCL-ID           PIC 9(9).
           05  WS-SCL-CLIENTE      PIC X(8).
           05  WS-SCL-RAGIONE      PIC X(60).
           05  WS-SCL-FATTURA      PIC X(20).
           05  WS-SCL-IMPORTO      PIC S9(12)V99.
           05  WS-SCL-SCADENZA     PIC X(10).
           05  WS-SCL-TIPO-PAG     PIC X.
           05  WS-SCL-STATO        PIC X.
           05  WS-SCL-IBAN         PIC X(27).
           05  WS-SCL-INCASSATO    PIC 9(12)V99.
           05  WS-SCL-INSOLUTO     PIC 9(12)V99.
       01  WS-SCL-CONDIZIONI.
           05  WS-SCL-GIORNI       PIC 9(3).
           05  WS-SCL-RATE         PIC 9.
           05  WS-SCL-GG-RATA      PIC 9(4).
           05  WS-SCL-IMP-RATA     PIC 9(12)V99.
           05  WS-SCL-RESIDUO      PIC 9(12)V99.
       01  WS-SCL-TOTALE           PIC S9(12)V99 VALUE ZERO.
       01  WS-CONTA-SCL            PIC 9(5) VALUE ZERO.
       01  WS-NOME-FILE-SCADCLI    PIC X(40).
       01  WS-NOME-FILE-RIBA       PIC X(40).

      * Incassi da banca: i bonifici sui conti aziendali arrivano da
      * GESTIONE-CONTI e si abbinano alle scadenze aperte per numero
      * fattura in causale, IBAN ordinante e importo, anche con
      * pagamenti parziali (importo_incassato sulla scadenza) o
      * cumulativi di piu' scadenze. Esiti: A=Abbinato, S=Sospeso
      * per l'ufficio crediti, L=Lavorato a mano. Modo di
      * abbinamento: F=fatture citate in causale, C=tutte le
      * scadenze del cliente, E=unica scadenza dell'importo esatto
       01  WS-INC-FILE-STATUS      PIC XX.
       01  WS-NOME-FILE-INC        PIC X(40).
       01  WS-INC-NOME-DIGITATO    PIC X(40).
       01  WS-NOME-FILE-INC-SOSP   PIC X(40).
       01  WS-INC-EOF              PIC X.
       01  WS-INC-FINE             PIC X.
       01  WS-INC-DATI.
           05  WS-INC-ID           PIC 9(9).
           05  WS-INC-DATA         PIC X(10).
           05  WS-INC-CONTO        PIC X(12).
           05  WS-INC-IBAN         PIC X(27).
           05  WS-INC-ORDINANTE    PIC X(50).
           05  WS-INC-CAUSALE      PIC X(30).
           05  WS-INC-IMPORTO      PIC S9(12)V99.
           05  WS-INC-RESIDUO      PIC S9(12)V99.
           05  WS-INC-QUOTA        PIC S9(12)V99.
           05  WS-INC-APERTO       PIC S9(12)V99.
           05  WS-INC-CLIENTE      PIC X(8).
           05  WS-INC-CLIENTI-IBAN PIC 9(5).
           05  WS-INC-CANDIDATE    PIC 9(5).
           05  WS-INC-ESATTE       PIC 9(5).
           05  WS-INC-MODO         PIC X.
           05  WS-INC-TIPO-ABB     PIC X.
           05  WS-INC-ESITO        PIC X.
           05  WS-INC-MOTIVO       PIC X(40).
       01  WS-INC-CONTATORI.
           05  WS-CONTA-INC-LETTI  PIC 9(5).
           05  WS-CONTA-INC-DOPPI  PIC 9(5).
           05  WS-CONTA-INC-ABBINATI PIC 9(5).
           05  WS-CONTA-INC-SOSPESI PIC 9(5).

      * Esiti RiBa dalla banca (ESITI-RIBA.DAT, in accodamento): gli
      * effetti gia' visti si saltano, E=pagato chiude la scadenza
      * presentata, I=insoluto la riapre; ogni altro caso resta
      * registrato come anomalia per l'ufficio crediti.
      * Esito import: A=Applicato, X=Anomalia
       01  WS-NOME-FILE-RIBA-DATI  PIC X(40).
       01  WS-NOME-FILE-ESR        PIC X(40).
       01  WS-ESR-NOME-DIGITATO    PIC X(40).
       01  WS-ESR-FILE-STATUS      PIC XX.
       01  WS-ESR-EOF              PIC X.
       01  WS-ESR-DATI.
           05  WS-ESR-EFFETTO      PIC 9(9).
           05  WS-ESR-SCADENZA-ID  PIC 9(9).
           05  WS-ESR-FATTURA      PIC X(20).
           05  WS-ESR-ESITO        PIC X.
           05  WS-ESR-DATA         PIC X(10).
           05  WS-ESR-IMPORTO      PIC S9(12)V99.
           05  WS-ESR-SPESE        PIC S9(7)V99.
           05  WS-ESR-MOTIVO       PIC X(40).
           05  WS-ESR-IMPORT       PIC X.
           05  WS-ESR-NOTA         PIC X(40).
           05  WS-ESR-PRESENTI     PIC 9(5).
       01  WS-ESR-CONTATORI.
           05  WS-CONTA-ESR-LETTI  PIC 9(5).
           05  WS-CONTA-ESR-DOPPI  PIC 9(5).
           05  WS-CONTA-ESR-PAGATI PIC 9(5).
           05  WS-CONTA-ESR-INSOLUTI PIC 9(5).
           05  WS-CONTA-ESR-ANOMALIE PIC 9(5).

      * Registro modifiche anagrafiche (AUDIT_ANAGRAFICHE): ogni
      * inserimento, variazione o cancellazione su ARTICOLI,
      * FORNITORI, CLIENTI e LISTINI e' registrato campo per campo
      * con il valore prima e dopo, l'operatore, il programma e
      * l'ora. L'immagine della riga e' letta in JSON prima e dopo
      * la modifica e confrontata chiave per chiave; i campi
      * sensibili (IBAN, fido, prezzi, provvigioni) sono marcati
      * per i revisori.
      * Operazione: I=Inserimento, U=Variazione, D=Cancellazione
       01  WS-AUD-DATI.
           05  WS-AUD-TABELLA      PIC X(20).
           05  WS-AUD-CHIAVE       PIC X(40).
           05  WS-AUD-OPERAZIONE   PIC X.
           05  WS-AUD-SENSIBILI    PIC X(60) VALUE
               "iban|fido|prezzo|provvigione".
           05  WS-AUD-PROGRAMMA    PIC X(20)
                                   VALUE "GESTIONE-MAGAZZINO".
           05  WS-AUD-IMMAGINE     PIC X(4000).
           05  WS-AUD-PRIMA        PIC X(4000).
           05  WS-AUD-DOPO         PIC X(4000).
       01  WS-AUD-RICERCA.
           05  WS-AUD-FILTRO-TAB   PIC X(20).
           05  WS-AUD-FILTRO-CHIAVE PIC X(40).
           05  WS-AUD-DATA-DA      PIC X(10).
           05  WS-AUD-DATA-A       PIC X(10).
       01  WS-AUD-RIGA.
           05  WS-AUD-R-DATA       PIC X(16).
           05  WS-AUD-R-OPERATORE  PIC X(10).
           05  WS-AUD-R-TABELLA    PIC X(12).
           05  WS-AUD-R-CHIAVE     PIC X(16).
           05  WS-AUD-R-OPERAZIONE PIC X.
           05  WS-AUD-R-CAMPO      PIC X(18).
           05  WS-AUD-R-PRIMA      PIC X(24).
           05  WS-AUD-R-DOPO       PIC X(24).
           05  WS-AUD-R-SENSIBILE  PIC X.
       01  WS-AUD-CONTATORI.
           05  WS-CONTA-AUD-CAMPI  PIC 9(5).
           05  WS-CONTA-AUD-SENSIBILI PIC 9(5).
       01  WS-NOME-FILE-AUDIT      PIC X(40).

      * Doppia autorizzazione: le operazioni oltre la soglia del
      * tipo (SOGLIE_AUTORIZZAZIONE) restano in AUTORIZZAZIONI in
      * stato P finche' un secondo operatore autorizzatore non le
      * approva (E, o N se non piu' eseguibili) o rifiuta (R);
      * quelle non decise entro la validita' passano a S
       01  WS-AUT-DATI.
           05  WS-AUT-ID           PIC 9(9).
           05  WS-AUT-TIPO         PIC X(20).
               88  WS-AUT-TIPO-VALIDO  VALUE "RETTIFICA-INVENTARIO"
                                             "FIDO".
           05  WS-AUT-RIFERIMENTO  PIC X(30).
           05  WS-AUT-DESCRIZIONE  PIC X(60).
           05  WS-AUT-IMPORTO      PIC S9(11)V99.
           05  WS-AUT-PARAMETRI    PIC X(250).
           05  WS-AUT-PAR-RETTIFICA REDEFINES WS-AUT-PARAMETRI.
               10  WS-AUT-PR-ARTICOLO  PIC X(10).
               10  WS-AUT-PR-TEORICA   PIC S9(8)V99
                                       SIGN LEADING SEPARATE.
               10  WS-AUT-PR-RILEVATA  PIC 9(8)V99.
               10  WS-AUT-PR-CAUSALE   PIC X(100).
               10  FILLER              PIC X(119).
           05  WS-AUT-PAR-FIDO REDEFINES WS-AUT-PARAMETRI.
               10  WS-AUT-PF-CLIENTE   PIC X(8).
               10  WS-AUT-PF-FIDO      PIC 9(10)V99.
               10  FILLER              PIC X(230).
           05  WS-AUT-RICHIEDENTE  PIC X(50).
           05  WS-AUT-DATA-RICH    PIC X(16).
           05  WS-AUT-SCADENZA     PIC X(16).
           05  WS-AUT-STATO        PIC X.
           05  WS-AUT-ESITO-DESCR  PIC X(12).
           05  WS-AUT-AUTORIZZATORE PIC X(50).
           05  WS-AUT-DATA-DEC     PIC X(16).
           05  WS-AUT-MOTIVO       PIC X(60).
           05  WS-AUT-DECISIONE    PIC X.
           05  WS-AUT-SOGLIA       PIC S9(11)V99.
           05  WS-AUT-ORE-VALIDITA PIC 9(4).
           05  WS-AUT-SOGLIA-STD   PIC S9(11)V99 VALUE 5000.
           05  WS-AUT-ORE-STD      PIC 9(4) VALUE 48.
           05  WS-AUT-RICHIESTA    PIC X VALUE 'N'.
           05  WS-AUT-IN-ESECUZIONE PIC X VALUE 'N'.
           05  WS-AUT-ABILITATO    PIC 9(5).
           05  WS-AUT-DATA-REP     PIC X(10).
       01  WS-AUT-CONTATORI.
           05  WS-CONTA-AUT-PENDENTI PIC 9(5).
           05  WS-CONTA-AUT-RICHIESTE PIC 9(5).
           05  WS-CONTA-AUT-ESEGUITE PIC 9(5).
           05  WS-CONTA-AUT-RIFIUTATE PIC 9(5).
           05  WS-CONTA-AUT-SCADUTE PIC 9(5).
           05  WS-CONTA-AUT-NON-ESEG PIC 9(5).
       01  WS-NOME-FILE-AUT        PIC X(40).
       01  WS-FIDO-NUOVO           PIC 9(10)V99.
      * Conservazione dei dati personali: periodi per categoria in
      * RETENTION_DATI; i soggetti anonimizzati alla scadenza (R) o su
      * richiesta dell'interessato (C), e le richieste respinte per
      * vincoli di legge, restano tracciati in ANONIMIZZAZIONI
       01  WS-RET-DATI.
           05  WS-RET-CATEGORIA    PIC X(20).
               88  WS-RET-CATEGORIA-VALIDA
                   VALUE "CLIENTI-PRIVATI" "FISCALE".
           05  WS-RET-ANNI         PIC 9(3).
           05  WS-RET-ANNI-FISCALI PIC 9(3).
           05  WS-RET-ANNI-STD     PIC 9(3) VALUE 10.
           05  WS-RET-FISCALI-STD  PIC 9(3) VALUE 7.
           05  WS-RET-DESCRIZIONE  PIC X(60).
           05  WS-RET-SOGGETTO     PIC X(8).
           05  WS-RET-FINE-RAPPORTO PIC X(10).
           05  WS-RET-STATO        PIC X.
           05  WS-RET-ANONIMIZZATO PIC X.
           05  WS-RET-BLOCCO       PIC X(60).
           05  WS-RET-TIPO         PIC X.
           05  WS-RET-ESITO        PIC X.
           05  WS-RET-ESITO-DESCR  PIC X(16).
           05  WS-RET-PROTOCOLLO   PIC X(30).
           05  WS-RET-SIMULAZIONE  PIC X VALUE 'N'.
           05  WS-RET-CONTA        PIC 9(5).
           05  WS-RET-SQLCODE      PIC -(8)9.
           05  WS-FINE-RETENTION   PIC X.
       01  WS-RET-CONTATORI.
           05  WS-CONTA-RET-ESAMINATI PIC 9(5).
           05  WS-CONTA-RET-ANONIMIZZATI PIC 9(5).
           05  WS-CONTA-RET-BLOCCATI PIC 9(5).
           05  WS-CONTA-RET-ERRORI PIC 9(5).
       01  WS-NOME-FILE-RET        PIC X(40).

      * Parametri della routine comune VALIDA-CODICI (codice
      * fiscale, partita IVA, IBAN)
       01  WS-VAL-PARAMETRI.
           05  WS-VAL-TIPO         PIC X(4).
           05  WS-VAL-VALORE       PIC X(34).
           05  WS-VAL-DATA-NASCITA PIC X(10).
           05  WS-VAL-SESSO        PIC X.
           05  WS-VAL-ESITO        PIC X(2).
           05  WS-VAL-MOTIVO       PIC X(50).
           05  WS-VAL-NORMALIZZATO PIC X(34).
      * Dati fiscali di clienti (C) e fornitori (F)
       01  WS-FIS-DATI.
           05  WS-FIS-TIPO         PIC X.
           05  WS-FIS-CODICE       PIC X(8).
           05  WS-FIS-RAGIONE      PIC X(60).
           05  WS-FIS-PIVA         PIC X(16).
           05  WS-FIS-IBAN         PIC X(34).
           05  WS-FIS-NUOVA-PIVA   PIC X(16).
           05  WS-FIS-NUOVO-IBAN   PIC X(34).

      * Agenti di vendita e provvigioni: la percentuale base
      * dell'agente e' sostituita da quella concordata col cliente
      * o, in mancanza, da quella della categoria articolo; la
      * provvigione viene congelata sulla fattura, matura solo
      * sulle rate incassate ed e' stornata sull'estratto
      * successivo se la rata torna insoluta.
      * Mandato: M=Monomandatario, P=Plurimandatario
      * Movimenti provvigione: M=Maturata, S=Storno per insoluto
       01  WS-AGE-DATI.
           05  WS-AGE-CODICE       PIC X(8).
           05  WS-AGE-NOMINATIVO   PIC X(60).
           05  WS-AGE-PERC         PIC 9(2)V99.
           05  WS-AGE-MANDATO      PIC X.
           05  WS-AGE-STATO        PIC X.
           05  WS-AGE-CLIENTE      PIC X(8).
           05  WS-AGE-CATEGORIA    PIC X(4).
       01  WS-AGE-RISPOSTA-PERC    PIC X(10).
       01  WS-PRV-DATI.
           05  WS-PRV-ANNO         PIC 9(4).
           05  WS-PRV-MESE         PIC 99.
           05  WS-PRV-PERIODO      PIC 9(6).
           05  WS-PRV-AGENTE       PIC X(8).
           05  WS-PRV-NOMINATIVO   PIC X(60).
           05  WS-PRV-MANDATO      PIC X.
           05  WS-PRV-TIPO         PIC X.
           05  WS-PRV-FATTURA      PIC X(20).
           05  WS-PRV-CLIENTE      PIC X(8).
           05  WS-PRV-RATA         PIC 9(12)V99.
           05  WS-PRV-PROVVIGIONE  PIC 9(10)V99.
       01  WS-PRV-AGENTE-CORR      PIC X(8).
       01  WS-PRV-MANDATO-CORR     PIC X.
       01  WS-PRV-TOT-AGENTE.
           05  WS-PRV-TOT-MATURATE PIC 9(10)V99.
           05  WS-PRV-TOT-STORNI   PIC 9(10)V99.
           05  WS-PRV-TOT-NETTO    PIC S9(10)V99.
           05  WS-PRV-LIQUIDARE    PIC S9(10)V99.

      * Contributo Enasarco: aliquota ripartita a meta' tra agente
      * (trattenuto in liquidazione) e ditta, calcolato sulle
      * provvigioni nette del mese entro il massimale annuo del
      * tipo di mandato; massimali e aliquota vanno aggiornati a
      * ogni inizio anno
       01  WS-ENA-ALIQUOTA         PIC 9(2)V99 VALUE 17.00.
       01  WS-ENA-MASSIMALE-MONO   PIC 9(7)V99 VALUE 45000.00.
       01  WS-ENA-MASSIMALE-PLURI  PIC 9(7)V99 VALUE 27000.00.
       01  WS-ENA-DATI.
           05  WS-ENA-MASSIMALE    PIC 9(7)V99.
           05  WS-ENA-PROGRESSIVO  PIC 9(10)V99.
           05  WS-ENA-IMPONIBILE   PIC 9(10)V99.
           05  WS-ENA-CONTRIBUTO   PIC 9(10)V99.
           05  WS-ENA-AGENTE       PIC 9(10)V99.
           05  WS-ENA-DITTA        PIC 9(10)V99.
       01  WS-CONTA-PRV            PIC 9(5) VALUE ZERO.
       01  WS-CONTA-PRV-AGENTI     PIC 9(5) VALUE ZERO.
       01  WS-NOME-FILE-PROVVIGIONI PIC X(40).
       01  WS-RIBA-ANNO            PIC 9(4).
       01  WS-RIBA-MESE            PIC 99.

       01  WS-NOME-FILE-ATP        PIC X(40).
       01  WS-CONTA-ATP            PIC 9(5) VALUE ZERO.

      * Import ordini clienti da file (EDIFACT ORDERS, un segmento
      * per riga, oppure tracciato CSV separato da punto e virgola):
      * codici articolo del cliente ricondotti ai nostri, prezzo
      * verificato sul listino, promessa ATP e controllo fido; le
      * righe rifiutate o sospette vanno nel report scarti e al
      * cliente torna la risposta d'ordine (ORDRSP)
       01  WS-NOME-FILE-OVI        PIC X(60).
       01  WS-OVI-NOME-DIGITATO    PIC X(60).
       01  WS-NOME-FILE-OVI-SCARTI PIC X(40).
       01  WS-NOME-FILE-ORDRSP     PIC X(40).
       01  WS-OVI-FILE-STATUS      PIC XX.
       01  WS-OVI-DATI.
           05  WS-OVI-EOF          PIC X.
           05  WS-OVI-FORMATO      PIC X.
      * E=EDIFACT ORDERS, C=CSV
           05  WS-OVI-IN-ORDINE    PIC X.
           05  WS-OVI-ORDINE-OK    PIC X.
      * Spazio=testata non ancora verificata, S=valida, N=rifiutata
           05  WS-OVI-CREATO       PIC X.
           05  WS-OVI-RIGA-APERTA  PIC X.
           05  WS-OVI-CLIENTE      PIC X(8).
           05  WS-OVI-CLIENTE-EDI  PIC X(35).
           05  WS-OVI-RIFERIMENTO  PIC X(35).
           05  WS-OVI-DATA-TESTATA PIC X(10).
           05  WS-OVI-MOTIVO-ORD   PIC X(50).
           05  WS-OVI-ART-CLIENTE  PIC X(35).
           05  WS-OVI-TIPO-CODICE  PIC X(3).
      * SA=nostro codice, IN=codice del cliente, EN=EAN
           05  WS-OVI-QTA-TESTO    PIC X(20).
           05  WS-OVI-PREZZO-TESTO PIC X(20).
           05  WS-OVI-QUANTITA     PIC S9(8)V99.
           05  WS-OVI-PREZZO-CLI   PIC S9(8)V9999.
           05  WS-OVI-DIFF-PREZZO  PIC S9(8)V9999.
           05  WS-OVI-ESITO-RIGA   PIC X.
      * A=Accettata, M=Accettata con modifiche, R=Rifiutata
           05  WS-OVI-MOTIVO       PIC X(50).
           05  WS-OVI-PRESENTI     PIC 9(3).
           05  WS-OVI-N-ACC        PIC 9(3).
           05  WS-OVI-N-MOD        PIC 9(3).
           05  WS-OVI-N-RIF        PIC 9(3).
       01  WS-OVI-SEG-TESTO        PIC X(256).
       01  WS-OVI-SEGMENTO.
           05  WS-OVI-SEG-TAG      PIC X(3).
           05  WS-OVI-SEG-E1       PIC X(35).
           05  WS-OVI-SEG-E2       PIC X(35).
           05  WS-OVI-SEG-E3       PIC X(35).
           05  WS-OVI-SEG-E4       PIC X(35).
       01  WS-OVI-COMPONENTI.
           05  WS-OVI-COMP-1       PIC X(35).
           05  WS-OVI-COMP-2       PIC X(35).
           05  WS-OVI-COMP-3       PIC X(35).
       01  WS-OVI-CSV.
           05  WS-OVI-CSV-CLIENTE  PIC X(35).
           05  WS-OVI-CSV-RIF      PIC X(35).
           05  WS-OVI-CSV-ARTICOLO PIC X(35).
           05  WS-OVI-CSV-QTA      PIC X(20).
           05  WS-OVI-CSV-PREZZO   PIC X(20).
           05  WS-OVI-CSV-DATA     PIC X(10).
      * Righe dell'ordine in corso per la risposta al cliente
       01  WS-OVI-NUM-RIGHE        PIC 9(3) VALUE ZERO.
       01  WS-OVI-IDX              PIC 9(3) VALUE ZERO.
       01  WS-OVI-RIGHE.
           05  WS-OVI-RIGA OCCURS 200 TIMES.
               10  WS-OVR-ART-CLIENTE  PIC X(35).
               10  WS-OVR-TIPO-CODICE  PIC X(3).
               10  WS-OVR-ARTICOLO     PIC X(10).
               10  WS-OVR-QTA-ORDINATA PIC S9(8)V99.
               10  WS-OVR-QTA-CONFERMATA PIC S9(8)V99.
               10  WS-OVR-PREZZO       PIC S9(8)V9999.
               10  WS-OVR-DATA         PIC X(10).
               10  WS-OVR-ESITO        PIC X.
               10  WS-OVR-MOTIVO       PIC X(50).
       01  WS-OVI-CONTATORI.
           05  WS-CONTA-OVI-LETTE      PIC 9(5).
           05  WS-CONTA-OVI-ORDINI     PIC 9(5).
           05  WS-CONTA-OVI-CREATI     PIC 9(5).
           05  WS-CONTA-OVI-RIGHE      PIC 9(5).
           05  WS-CONTA-OVI-SCARTI     PIC 9(5).
           05  WS-CONTA-OVI-SOSPETTE   PIC 9(5).
           05  WS-CONTA-OVI-SEGMENTI   PIC 9(5).
       01  WS-OVI-QTA-EDI          PIC 9(8).99.
       01  WS-OVI-PREZZO-EDI       PIC 9(8).9999.
       01  WS-OVI-DATA-EDI         PIC X(8).
       01  WS-OVI-ESITO-TESTO      PIC X(10).
       01  WS-OVI-FTX              PIC X(50).

      * Variabili per lo storno di un movimento errato
       01  WS-STORNO-DATI.
           05  WS-STORNO-ID        PIC 9(9).
               10  WS-DDT-ALIQ-IVA     PIC X(4).
               10  WS-DDT-PESO-UNIT    PIC 9(5)V999.
               10  WS-DDT-VOLUME-UNIT  PIC 9(3)V9999.
               10  WS-DDT-LORDO        PIC 9(8)V9999.
               10  WS-DDT-SCONTO-1     PIC 9(2)V99.
               10  WS-DDT-SCONTO-2     PIC 9(2)V99.
               10  WS-DDT-SCONTO-3     PIC 9(2)V99.
               10  WS-DDT-PROMOZIONE   PIC X(10).

      * Dati trasporto del DDT e spedizioni per vettore: i DDT del
      * giorno vengono raggruppati in una spedizione con bordero'
           05  WS-IVA-CODICE       PIC X(4).
           05  WS-IVA-PERCENT      PIC 99V99.
           05  WS-IVA-NATURA       PIC X(4).
           05  WS-IVA-IMPONIBILE   PIC S9(10)V99.
           05  WS-IVA-IMPOSTA      PIC S9(10)V99.
       01  WS-IVA-IDX              PIC 99.
       01  WS-IVA-RIGHE            PIC 99 VALUE ZERO.
       01  WS-IVA-TROVATA          PIC X.
               10  WS-IVA-CAST-NATURA  PIC X(4).
               10  WS-IVA-CAST-IMPON   PIC 9(12)V99.
               10  WS-IVA-CAST-IMPOSTA PIC 9(12)V99.
       01  WS-IVA-TOT-IMPONIBILE   PIC S9(12)V99 VALUE ZERO.
       01  WS-IVA-TOT-IMPOSTA      PIC S9(12)V99 VALUE ZERO.
       01  WS-PERC-IVA-EDIT        PIC Z9.99.

      * Dichiarazioni d'intento degli esportatori abituali: per anno
      * e cliente la lettera d'intento (protocollo di ricezione
      * dell'Agenzia delle Entrate, plafond, validita') su
      * DICHIARAZIONI_INTENTO, stati A=Attiva, E=Esaurita,
      * R=Revocata. Finche' resta plafond la fattura differita
      * passa le righe imponibili a non imponibile art. 8 c.1
      * lett. c (natura N3.5) citando il protocollo; una fattura
      * che supera il residuo viene bloccata, oltre la soglia di
      * avviso viene segnalata. L'importo utilizzato e' tracciato
      * sul documento (imponibile_plafond, negativo sulle note di
      * credito).
       01  WS-DIN-DATI.
           05  WS-DIN-ID           PIC 9(9).
           05  WS-DIN-CLIENTE      PIC X(8).
           05  WS-DIN-RAGIONE      PIC X(60).
           05  WS-DIN-ANNO         PIC 9(4).
           05  WS-DIN-PROTOCOLLO   PIC X(30).
           05  WS-DIN-DATA         PIC X(10).
           05  WS-DIN-DATA-INIZIO  PIC X(10).
           05  WS-DIN-DATA-FINE    PIC X(10).
           05  WS-DIN-PLAFOND      PIC 9(12)V99.
           05  WS-DIN-UTILIZZATO   PIC S9(12)V99.
           05  WS-DIN-RESIDUO      PIC S9(12)V99.
           05  WS-DIN-IMPONIBILE   PIC 9(12)V99.
           05  WS-DIN-UTILIZZO     PIC S9(12)V99.
           05  WS-DIN-PERC         PIC 9(3)V99.
           05  WS-DIN-STATO        PIC X.
       01  WS-DIN-APPLICA          PIC X VALUE 'N'.
       01  WS-DIN-CODICE-IVA       PIC X(4) VALUE 'NI8C'.
       01  WS-DIN-NATURA           PIC X(4) VALUE 'N3.5'.
       01  WS-DIN-SOGLIA-AVVISO    PIC 9(3)V99 VALUE 90.00.
       01  WS-DIN-IDX              PIC 99.
       01  WS-DIN-RIGHE-ORIG       PIC 99.
       01  WS-DIN-CAST-ORIG.
           05  WS-DIN-ORIG-RIGA OCCURS 10 TIMES.
               10  WS-DIN-ORIG-CODICE  PIC X(4).
               10  WS-DIN-ORIG-PERC    PIC 99V99.
               10  WS-DIN-ORIG-NATURA  PIC X(4).
               10  WS-DIN-ORIG-IMPON   PIC 9(12)V99.
               10  WS-DIN-ORIG-IMPOSTA PIC 9(12)V99.
       01  WS-DIN-REPORT.
           05  WS-DIN-REP-ANNO     PIC 9(4).
           05  WS-DIN-REP-MESE     PIC 99.
           05  WS-DIN-PRECEDENTE   PIC S9(12)V99.
           05  WS-DIN-NEL-MESE     PIC S9(12)V99.
           05  WS-DIN-TOT-MESE     PIC S9(12)V99.
       01  WS-CONTA-DIN            PIC 9(5) VALUE ZERO.
       01  WS-NOME-FILE-PLAFOND    PIC X(40).

      * Contributo ambientale CONAI: composizione degli imballi per
      * articolo (IMBALLI_ARTICOLO, kg di materiale per unita'
      * venduta) e contributo per tonnellata di ogni materiale
      * (CONAI_MATERIALI). La fattura differita addebita il
      * contributo in una riga propria all'aliquota prevalente e lo
      * congela per materiale su CONAI_FATTURE; per i clienti esteri
      * i kg sono registrati come esenti (E=Esportazione extra UE,
      * I=Cessione intracomunitaria, N=Soggetto). La dichiarazione
      * periodica (mensile o trimestrale) totalizza kg e contributo
      * per materiale dalle fatture e li riconcilia con i kg delle
      * righe DDT fatturate nel periodo.
       01  WS-CON-DATI.
           05  WS-CON-MATERIALE    PIC X(3).
           05  WS-CON-DESCRIZIONE  PIC X(30).
           05  WS-CON-TARIFFA      PIC 9(5)V99.
           05  WS-CON-KG           PIC 9(9)V999.
           05  WS-CON-KG-UNITARI   PIC 9(5)V9999.
           05  WS-CON-CONTRIBUTO   PIC 9(10)V99.
           05  WS-CON-IMPOSTA      PIC 9(10)V99.
           05  WS-CON-ESENZIONE    PIC X VALUE 'N'.
           05  WS-CON-PAESE        PIC X(2).
           05  WS-CON-FLAG-UE      PIC X.
           05  WS-CON-CODICE-IVA   PIC X(4).
           05  WS-CON-PERC-IVA     PIC 99V99.
           05  WS-CON-NATURA       PIC X(4).
       01  WS-CON-RIGHE            PIC 99 VALUE ZERO.
       01  WS-CON-IDX              PIC 99.
       01  WS-CON-IVA-IDX          PIC 99.
       01  WS-CON-TABELLA.
           05  WS-CON-RIGA OCCURS 10 TIMES.
               10  WS-CON-T-MATERIALE  PIC X(3).
               10  WS-CON-T-DESCR      PIC X(30).
               10  WS-CON-T-TARIFFA    PIC 9(5)V99.
               10  WS-CON-T-KG         PIC 9(9)V999.
               10  WS-CON-T-CONTRIB    PIC 9(10)V99.
       01  WS-CON-TOT-CONTRIBUTO   PIC 9(10)V99 VALUE ZERO.
       01  WS-CON-TOT-KG           PIC 9(9)V999 VALUE ZERO.
       01  WS-CON-DICH.
           05  WS-CON-ANNO         PIC 9(4).
           05  WS-CON-PERIODICITA  PIC X.
           05  WS-CON-PERIODO      PIC 99.
           05  WS-CON-MESE-DA      PIC 99.
           05  WS-CON-MESE-A       PIC 99.
           05  WS-CON-KG-SOGGETTI  PIC 9(9)V999.
           05  WS-CON-KG-ESENTI    PIC 9(9)V999.
           05  WS-CON-KG-DDT       PIC 9(9)V999.
           05  WS-CON-KG-DIFF      PIC S9(9)V999.
           05  WS-CON-TOT-SOGGETTI PIC 9(9)V999.
           05  WS-CON-TOT-ESENTI   PIC 9(9)V999.
           05  WS-CON-TOT-DDT      PIC 9(9)V999.
           05  WS-CON-TOT-DICH     PIC 9(10)V99.
           05  WS-CON-NUM-FATTURE  PIC 9(5).
           05  WS-CON-NON-QUADRA   PIC 9(3).
       01  WS-CON-KG-EDIT          PIC ZZZ,ZZZ,ZZ9.999.
       01  WS-CON-DIFF-EDIT        PIC ZZZ,ZZZ,ZZ9.999-.
       01  WS-CON-TARIFFA-EDIT     PIC ZZ,ZZ9.99.
       01  WS-CON-KG-UNIT-EDIT     PIC ZZ,ZZ9.9999.
       01  WS-NOME-FILE-CONAI      PIC X(40).

      * Fatturazione elettronica verso SDI: per ogni fattura
      * differita viene generato anche il file XML FatturaPA con
      * progressivo di trasmissione; lo stato dell'invio
      * (G=Generata, I=Inviata, A=Accettata, S=Scartata) e'
      * tracciato su DOCUMENTI_VENDITA. Le note di credito sono
      * trasmesse come tipo documento TD04.
       01  WS-NOME-FILE-XML        PIC X(40).
       01  WS-SDI-CEDENTE.
           05  WS-SDI-AZI-PIVA     PIC X(11) VALUE '01234567890'.
           05  WS-SDI-PIVA-CLI     PIC X(16).
           05  WS-SDI-STATO        PIC X.
           05  WS-SDI-NUM-FATTURA  PIC X(20).
           05  WS-SDI-TIPO-DOC     PIC X(4) VALUE 'TD24'.
       01  WS-XML-IMPORTO          PIC 9(10).99.
       01  WS-XML-QUANTITA         PIC 9(8).99.
       01  WS-XML-ALIQUOTA         PIC 99.99.
       01  WS-REGIVA-MESE          PIC 99.
       01  WS-CONTA-REGIVA         PIC 9(5) VALUE ZERO.

      * Fatture passive da SDI: il file XML FatturaPA del fornitore
      * e' letto riga per riga (un tag per riga, come prodotto dagli
      * intermediari SDI) e ogni riga fattura e' abbinata alla riga
      * d'ordine e ai carichi del ricevimento (controllo a tre vie).
      * Esito riga: OK=Conforme, QT=Quantita' oltre il ricevuto non
      * ancora fatturato, PR=Prezzo fuori tolleranza, QP=Quantita'
      * e prezzo, NA=Non abbinata a ordine.
      * Stato fattura: S=Sospesa per discrepanze, A=Approvata,
      * R=Respinta. Solo le approvate generano le scadenze fornitore
      * ed entrano nel registro IVA acquisti.
       01  WS-NOME-FILE-FATTPASS   PIC X(60).
       01  WS-NOME-FILE-FPA-REPORT PIC X(40).
       01  WS-FPA-FILE-STATUS      PIC XX.
       01  WS-FPA-EOF              PIC X VALUE 'N'.
       01  WS-FPA-TOLL-PREZZO      PIC 9V99 VALUE 1.00.
       01  WS-FPA-PARTI.
           05  WS-FPA-PREFISSO     PIC X(100).
           05  WS-FPA-TAG          PIC X(60).
           05  WS-FPA-VALORE       PIC X(200).
           05  WS-FPA-CHIUSURA     PIC X(60).
      * Sezione XML corrente: C=Cedente, K=Cessionario, O=Ordine
      * d'acquisto, L=Linea, R=Riepilogo IVA, P=Pagamento
       01  WS-FPA-SEZIONE          PIC X.
       01  WS-FPA-TESTATA.
           05  WS-FPA-ID           PIC 9(9).
           05  WS-FPA-PIVA         PIC X(28).
           05  WS-FPA-RAGIONE      PIC X(80).
           05  WS-FPA-FORNITORE    PIC X(8).
           05  WS-FPA-TIPO-DOC     PIC X(4).
           05  WS-FPA-DATA         PIC X(10).
           05  WS-FPA-NUMERO       PIC X(20).
           05  WS-FPA-ORDINE       PIC X(20).
           05  WS-FPA-TOTALE       PIC S9(10)V99.
           05  WS-FPA-IMPONIBILE   PIC S9(10)V99.
           05  WS-FPA-IMPOSTA      PIC S9(10)V99.
           05  WS-FPA-STATO        PIC X.
           05  WS-FPA-PROTOCOLLO   PIC 9(6).
       01  WS-FPA-IDX              PIC 9(3).
       01  WS-FPA-NUM-RIGHE        PIC 9(3).
       01  WS-FPA-RIGHE.
           05  WS-FPA-RIGA         OCCURS 200.
               10  WS-FPA-R-LINEA      PIC 9(4).
               10  WS-FPA-R-ARTICOLO   PIC X(35).
               10  WS-FPA-R-DESCR      PIC X(100).
               10  WS-FPA-R-QUANTITA   PIC S9(8)V99.
               10  WS-FPA-R-PREZZO     PIC S9(8)V9999.
               10  WS-FPA-R-TOTALE     PIC S9(10)V99.
               10  WS-FPA-R-ALIQUOTA   PIC 99V99.
               10  WS-FPA-R-NATURA     PIC X(4).
       01  WS-FPA-NUM-RIEP         PIC 99.
       01  WS-FPA-RIEPILOGO.
           05  WS-FPA-RIEP         OCCURS 10.
               10  WS-FPA-RP-ALIQUOTA  PIC 99V99.
               10  WS-FPA-RP-NATURA    PIC X(4).
               10  WS-FPA-RP-IMPONIB   PIC S9(10)V99.
               10  WS-FPA-RP-IMPOSTA   PIC S9(10)V99.
       01  WS-FPA-NUM-RATE         PIC 99.
       01  WS-FPA-RATE.
           05  WS-FPA-RATA         OCCURS 12.
               10  WS-FPA-RT-SCADENZA  PIC X(10).
               10  WS-FPA-RT-IMPORTO   PIC S9(10)V99.
       01  WS-FPA-ABBINAMENTO.
           05  WS-FPA-ORDINE-RIGA  PIC X(20).
           05  WS-FPA-QTA-RIC-ORD  PIC S9(8)V99.
           05  WS-FPA-QTA-RIC-MOV  PIC S9(8)V99.
           05  WS-FPA-QTA-FATTURATA PIC S9(8)V99.
           05  WS-FPA-QTA-DA-FATT  PIC S9(8)V99.
           05  WS-FPA-PREZZO-ORD   PIC 9(8)V9999.
           05  WS-FPA-SCOST-PERC   PIC S9(5)V99.
           05  WS-FPA-ESITO-RIGA   PIC X(2).
       01  WS-FPA-CONTATORI.
           05  WS-CONTA-FPA-RIGHE  PIC 9(5) VALUE ZERO.
           05  WS-CONTA-FPA-DISCREP PIC 9(5) VALUE ZERO.
           05  WS-CONTA-FPA-RATE   PIC 9(5) VALUE ZERO.
       01  WS-FPA-DECISIONE        PIC X.
       01  WS-FPA-TRONCATA         PIC X.
       01  WS-FPA-APPROVATORE      PIC X(50).

      * Registro IVA acquisti mensile: importi con segno (le note
      * di credito dei fornitori vanno in diminuzione)
       01  WS-RIA-DATI.
           05  WS-RIA-PROTOCOLLO   PIC 9(6).
           05  WS-RIA-NATURA       PIC X(4).
           05  WS-RIA-IMPONIBILE   PIC S9(10)V99.
           05  WS-RIA-IMPOSTA      PIC S9(10)V99.
           05  WS-RIA-TOT-IMPONIB  PIC S9(12)V99.
           05  WS-RIA-TOT-IMPOSTA  PIC S9(12)V99.
       01  WS-PROTOCOLLO-EDIT      PIC ZZZZZ9.

      * Variabili per il report performance consegne fornitori
       01  WS-PERF-FORNITORE-DATI.
           05  WS-PERF-FORNITORE   PIC X(8).
               WHERE codice_articolo = :WS-ART-CODICE
               AND quantita_residua > 0
               AND stato = 'A'
               AND (data_scadenza IS NULL
                    OR data_scadenza >= CURRENT_DATE)
               ORDER BY data_carico, id_lotto
           END-EXEC.

               WHERE codice_articolo = :WS-ART-CODICE
               AND quantita_residua > 0
               AND stato = 'A'
               AND (data_scadenza IS NULL
                    OR data_scadenza >= CURRENT_DATE)
               ORDER BY data_carico DESC, id_lotto DESC
           END-EXEC.
       
               FROM ARTICOLI a
               JOIN GIACENZE g ON a.codice_articolo = g.codice_articolo
                   AND g.codice_magazzino = :WS-MAGAZZINO-DEFAULT
               LEFT JOIN FORNITORI f
                 ON a.codice_fornitore = f.codice_fornitore
               WHERE a.stato = 'A'
               AND g.quantita_disponibile <= a.punto_riordino
               AND a.punto_riordino > 0
           END-EXEC.

      * Consumo netto: gli scarichi contano come domanda, i resi
      * da cliente la riducono (merce tornata, non venduta); gli
      * articoli con previsione stagionale affidabile hanno scorta
      * e punto di riordino dal calcolo delle previsioni
           EXEC SQL
               DECLARE CUR-RIORDINO CURSOR FOR
               SELECT a.codice_articolo, a.descrizione,
                   AND m.data_movimento >=
                       CURRENT_DATE - :WS-RIO-GIORNI-STORICO
               WHERE a.stato = 'A'
               AND COALESCE(a.mape_previsione, 999.99) >
                   :WS-PREV-MAPE-SOGLIA
               GROUP BY a.codice_articolo, a.descrizione
           END-EXEC.

      * Articoli attivi per il calcolo delle previsioni
           EXEC SQL
               DECLARE CUR-PREV-ARTICOLI CURSOR FOR
               SELECT codice_articolo, descrizione
               FROM ARTICOLI
               WHERE stato = 'A'
               ORDER BY codice_articolo
           END-EXEC.

      * Consumo netto mensile dell'articolo sugli ultimi 36 mesi
      * chiusi, da movimenti correnti e archivio esercizi chiusi;
      * la prima colonna e' il numero di mesi fa (1 = mese scorso)
           EXEC SQL
               DECLARE CUR-PREV-STORICO CURSOR FOR
               SELECT :WS-PREV-ASS-CORR
                      - (EXTRACT(YEAR FROM s.data_movimento) * 12
                         + EXTRACT(MONTH FROM s.data_movimento) - 1),
                      SUM(CASE WHEN s.tipo_movimento = 'SC'
                               THEN s.quantita
                               ELSE 0 - s.quantita END)
               FROM (SELECT data_movimento, tipo_movimento, quantita
                     FROM MOVIMENTI_MAGAZZINO
                     WHERE codice_articolo = :WS-ART-CODICE
                     AND tipo_movimento IN ('SC', 'RC')
                     AND COALESCE(id_movimento_storno, 0) = 0
                     AND data_movimento >= :WS-PREV-DATA-INIZIO
                     AND data_movimento < :WS-PREV-DATA-FINE
                     UNION ALL
                     SELECT data_movimento, tipo_movimento, quantita
                     FROM MOVIMENTI_ARCHIVIO
                     WHERE codice_articolo = :WS-ART-CODICE
                     AND tipo_movimento IN ('SC', 'RC')
                     AND COALESCE(id_movimento_storno, 0) = 0
                     AND data_movimento >= :WS-PREV-DATA-INIZIO
                     AND data_movimento < :WS-PREV-DATA-FINE) s
               GROUP BY 1
           END-EXEC.

           EXEC SQL
               DECLARE CUR-RIGHE-ORDINE-VENDITA CURSOR FOR
               SELECT r.codice_articolo, a.descrizione,
                      r.quantita_ordinata, r.quantita_spedita,
                      r.prezzo_unitario,
                      COALESCE(r.prezzo_lordo, r.prezzo_unitario),
                      COALESCE(r.sconto_1, 0), COALESCE(r.sconto_2, 0),
                      COALESCE(r.sconto_3, 0),
                      COALESCE(r.codice_promozione, ' ')
               FROM RIGHE_ORDINE_VENDITA r
               JOIN ARTICOLI a ON r.codice_articolo = a.codice_articolo
               WHERE r.numero_ordine = :WS-OV-NUMERO
               AND r.stato_riga <> 'C'
           END-EXEC.

      * Fornitori con listino valido oggi per l'articolo: minimo
      * d'ordine, multiplo e lead time quotato sono comuni a tutti
      * gli scaglioni del fornitore
           EXEC SQL
               DECLARE CUR-LISTINO-FORNITORI CURSOR FOR
               SELECT l.codice_fornitore, f.ragione_sociale,
                      MAX(COALESCE(l.quantita_minima_ordine, 0)),
                      MAX(COALESCE(l.multiplo_confezione, 0)),
                      MAX(COALESCE(l.lead_time_giorni, 0))
               FROM LISTINI_FORNITORI l
               JOIN FORNITORI f
                 ON f.codice_fornitore = l.codice_fornitore
               WHERE l.codice_articolo = :WS-ART-CODICE
               AND f.stato = 'A'
               AND l.valido_dal <= CURRENT_DATE
               AND COALESCE(l.valido_al, '9999-12-31') >= CURRENT_DATE
               GROUP BY l.codice_fornitore, f.ragione_sociale
               ORDER BY l.codice_fornitore
           END-EXEC.

           EXEC SQL
               DECLARE CUR-LISTINI-FORN-VIS CURSOR FOR
               SELECT l.codice_fornitore, f.ragione_sociale,
                      l.quantita_da, l.prezzo_unitario,
                      COALESCE(l.quantita_minima_ordine, 0),
                      COALESCE(l.multiplo_confezione, 0),
                      COALESCE(l.lead_time_giorni, 0),
                      l.valido_dal, COALESCE(l.valido_al, '9999-12-31')
               FROM LISTINI_FORNITORI l
               JOIN FORNITORI f
                 ON f.codice_fornitore = l.codice_fornitore
               WHERE l.codice_articolo = :WS-ART-CODICE
               ORDER BY l.codice_fornitore, l.valido_dal DESC,
                        l.quantita_da
           END-EXEC.

           EXEC SQL
               DECLARE CUR-PERF-FORNITORI CURSOR FOR
               SELECT o.codice_fornitore, f.ragione_sociale,
                        l.data_scadenza
           END-EXEC.

      * Regole di sconto e promozioni in vigore o future
           EXEC SQL
               DECLARE CUR-SCONTI-VIS CURSOR FOR
               SELECT promozione, COALESCE(codice_cliente, ' '),
                      COALESCE(gruppo_cliente, ' '),
                      COALESCE(codice_articolo, ' '),
                      COALESCE(codice_categoria, ' '),
                      sconto_1, COALESCE(sconto_2, 0),
                      COALESCE(codice_promozione, ' '),
                      valido_dal, COALESCE(valido_al, '9999-12-31')
               FROM SCONTI_VENDITA
               WHERE COALESCE(valido_al, DATE '9999-12-31') >=
                     CURRENT_DATE
               ORDER BY promozione, valido_dal
           END-EXEC.

           EXEC SQL
               DECLARE CUR-LISTINI-VIS CURSOR FOR
               SELECT COALESCE(codice_cliente, 'TUTTI'), prezzo,
               ORDER BY data_movimento
           END-EXEC.

      * Valore dei movimenti del mese chiuso per tipo; le rettifiche
      * inventariali si dividono in positive e negative come nel
      * giornale, quelle di quadratura non hanno valore
           EXEC SQL
               DECLARE CUR-COGE-MAGAZZINO CURSOR FOR
               SELECT CASE
                      WHEN tipo_movimento = 'RI'
                       AND (causale LIKE '%negativ%'
                            OR causale LIKE '%- -%')
                          THEN 'MAG-RI-'
                      WHEN tipo_movimento = 'RI' THEN 'MAG-RI+'
                      ELSE 'MAG-' || tipo_movimento END,
                      COUNT(*), COALESCE(SUM(valore_totale), 0)
               FROM MOVIMENTI_MAGAZZINO
               WHERE data_movimento >= :WS-PER-DATA-DA
               AND data_movimento < :WS-PER-DATA-FINE
               AND NOT (tipo_movimento = 'RI'
                        AND causale LIKE '%quadratura%')
               GROUP BY 1
               ORDER BY 1
           END-EXEC.

           EXEC SQL
               DECLARE CUR-COMPONENTI CURSOR FOR
               SELECT codice_componente, quantita_componente
               ORDER BY codice_componente
           END-EXEC.

      * Articoli pianificati dall'MRP: prima i kit (livello 0),
      * le cui produzioni proposte generano domanda sui
      * componenti (livello 1)
           EXEC SQL
               DECLARE CUR-MRP-ARTICOLI CURSOR FOR
               SELECT a.codice_articolo, a.descrizione,
                      CASE WHEN EXISTS
                           (SELECT 1 FROM DISTINTA_BASE d
                            WHERE d.codice_articolo_padre =
                                  a.codice_articolo)
                           THEN 0 ELSE 1 END,
                      COALESCE(g.quantita_disponibile, 0),
                      COALESCE(g.quantita_impegnata, 0),
                      COALESCE(a.scorta_minima, 0),
                      COALESCE(a.lotto_riordino, 0),
                      COALESCE(a.lead_time_giorni, 0),
                      COALESCE(a.codice_fornitore, ' ')
               FROM ARTICOLI a
               LEFT JOIN GIACENZE g
                 ON g.codice_articolo = a.codice_articolo
                AND g.codice_magazzino = :WS-MAGAZZINO-DEFAULT
               WHERE a.stato = 'A'
               AND (EXISTS (SELECT 1 FROM DISTINTA_BASE d
                            WHERE d.codice_articolo_padre =
                                  a.codice_articolo)
                    OR EXISTS (SELECT 1 FROM DISTINTA_BASE d
                               WHERE d.codice_componente =
                                     a.codice_articolo))
               ORDER BY 3, 1
           END-EXEC.

      * Domanda datata dell'articolo per settimana dal lunedi'
      * corrente: V=righe ordine cliente aperte, O=componenti degli
      * ordini di produzione aperti, P=componenti delle produzioni
      * proposte da questa elaborazione
           EXEC SQL
               DECLARE CUR-MRP-FABBISOGNI CURSOR FOR
               SELECT 'V',
                      (COALESCE(r.data_promessa, CURRENT_DATE)
                       - CAST(:WS-MRP-LUNEDI AS DATE)) / 7,
                      r.quantita_ordinata - r.quantita_spedita
               FROM RIGHE_ORDINE_VENDITA r
               JOIN ORDINI_VENDITA o
                 ON o.numero_ordine = r.numero_ordine
               WHERE r.codice_articolo = :WS-ART-CODICE
               AND o.stato_ordine IN ('A', 'P', 'B')
               AND r.stato_riga NOT IN ('C', 'E')
               AND r.quantita_spedita < r.quantita_ordinata
               UNION ALL
               SELECT 'O',
                      (COALESCE(p.data_fine_prevista, p.data_apertura)
                       - CAST(:WS-MRP-LUNEDI AS DATE)) / 7,
                      p.quantita_pianificata * d.quantita_componente
               FROM ORDINI_PRODUZIONE p
               JOIN DISTINTA_BASE d
                 ON d.codice_articolo_padre = p.codice_kit
               WHERE d.codice_componente = :WS-ART-CODICE
               AND p.stato = 'A'
               UNION ALL
               SELECT 'P',
                      (m.data_rilascio
                       - CAST(:WS-MRP-LUNEDI AS DATE)) / 7,
                      m.quantita * d.quantita_componente
               FROM MRP_PROPOSTE m
               JOIN DISTINTA_BASE d
                 ON d.codice_articolo_padre = m.codice_articolo
               WHERE d.codice_componente = :WS-ART-CODICE
               AND m.tipo_azione = 'O'
               AND m.tipo_ordine = 'P'
           END-EXEC.

      * Arrivi attesi dell'articolo: residuo delle righe ordine
      * fornitori (in unita' di magazzino) e ordini di produzione
      * aperti o prelevati del kit, in ordine di data
           EXEC SQL
               DECLARE CUR-MRP-ARRIVI CURSOR FOR
               SELECT r.numero_ordine,
                      (COALESCE(r.data_consegna, DATE '9999-12-31')
                       - CAST(:WS-MRP-LUNEDI AS DATE)) / 7,
                      (r.quantita_ordinata - r.quantita_ricevuta)
                      * COALESCE(a.coeff_conversione, 1),
                      CAST(COALESCE(r.data_consegna,
                                    DATE '9999-12-31') AS VARCHAR)
               FROM RIGHE_ORDINE r
               JOIN ORDINI o
                 ON o.numero_ordine = r.numero_ordine
               JOIN ARTICOLI a
                 ON a.codice_articolo = r.codice_articolo
               WHERE r.codice_articolo = :WS-ART-CODICE
               AND r.stato_riga NOT IN ('C', 'E')
               AND r.quantita_ricevuta < r.quantita_ordinata
               AND o.stato_ordine IN ('A', 'C', 'P')
               UNION ALL
               SELECT p.numero_op,
                      (COALESCE(p.data_fine_prevista, p.data_apertura)
                       - CAST(:WS-MRP-LUNEDI AS DATE)) / 7,
                      p.quantita_pianificata,
                      CAST(COALESCE(p.data_fine_prevista,
                                    p.data_apertura) AS VARCHAR)
               FROM ORDINI_PRODUZIONE p
               WHERE p.codice_kit = :WS-ART-CODICE
               AND p.stato IN ('A', 'P')
               ORDER BY 2, 1
           END-EXEC.

      * Azioni proposte dall'ultima elaborazione MRP, per sezione
      * del report: ordinare, anticipare, posticipare
           EXEC SQL
               DECLARE CUR-MRP-AZIONI CURSOR FOR
               SELECT m.tipo_azione, m.codice_articolo, a.descrizione,
                      COALESCE(m.numero_documento, ' '),
                      COALESCE(m.tipo_ordine, ' '),
                      COALESCE(m.codice_fornitore, ' '), m.quantita,
                      COALESCE(CAST(m.data_attuale AS VARCHAR), ' '),
                      COALESCE(CAST(m.data_fabbisogno AS VARCHAR),
                               ' '),
                      COALESCE(CAST(m.data_rilascio AS VARCHAR), ' '),
                      COALESCE(m.in_ritardo, 'N')
               FROM MRP_PROPOSTE m
               JOIN ARTICOLI a
                 ON a.codice_articolo = m.codice_articolo
               ORDER BY CASE m.tipo_azione WHEN 'O' THEN 1
                                           WHEN 'A' THEN 2
                                           ELSE 3 END,
                        m.data_fabbisogno, m.codice_articolo
           END-EXEC.

      * Righe di carico da fornitore di un documento, con il lotto
      * creato dallo stesso carico (se gestito a lotti)
           EXEC SQL
               DECLARE CUR-CARICHI-DOC CURSOR FOR
               SELECT m.id_movimento, m.codice_articolo, m.quantita,
                      m.valore_totale, COALESCE(a.peso_unitario, 0),
                      COALESCE(l.id_lotto, 0),
                      COALESCE(l.quantita_residua, 0)
               FROM MOVIMENTI_MAGAZZINO m
               JOIN ARTICOLI a
                 ON a.codice_articolo = m.codice_articolo
               LEFT JOIN LOTTI l
                 ON l.codice_articolo = m.codice_articolo
                AND l.numero_documento_carico = m.numero_documento
               WHERE m.numero_documento = :WS-CAC-DOC-CARICO
               AND m.tipo_movimento = 'CA'
               AND COALESCE(m.id_movimento_storno, 0) = 0
               AND m.quantita > 0
               ORDER BY m.id_movimento
           END-EXEC.

           EXEC SQL
               DECLARE CUR-COMPONENTI-VIS CURSOR FOR
               SELECT d.codice_componente, a.descrizione,
               ORDER BY r.codice_iva
           END-EXEC.

      * Utilizzo mensile del plafond delle dichiarazioni d'intento
      * dell'anno: utilizzato fino al mese precedente e nel mese
      * dalle fatture emesse al netto delle note di credito
           EXEC SQL
               DECLARE CUR-PLAFOND-MESE CURSOR FOR
               SELECT i.codice_cliente, c.ragione_sociale,
                      i.protocollo_ricezione, i.importo_plafond,
                      COALESCE(SUM(CASE
                          WHEN d.data_documento <
                               MAKE_DATE(:WS-DIN-REP-ANNO,
                                         :WS-DIN-REP-MESE, 1)
                          THEN d.imponibile_plafond ELSE 0 END), 0),
                      COALESCE(SUM(CASE
                          WHEN d.data_documento >=
                               MAKE_DATE(:WS-DIN-REP-ANNO,
                                         :WS-DIN-REP-MESE, 1)
                          THEN d.imponibile_plafond ELSE 0 END), 0),
                      i.stato
               FROM DICHIARAZIONI_INTENTO i
               JOIN CLIENTI c
                 ON c.codice_cliente = i.codice_cliente
               LEFT JOIN DOCUMENTI_VENDITA d
                 ON d.id_dichiarazione_intento = i.id_dichiarazione
                AND d.tipo_documento IN ('F', 'N')
                AND d.data_documento <
                    MAKE_DATE(:WS-DIN-REP-ANNO, :WS-DIN-REP-MESE, 1)
                    + INTERVAL '1 month'
               WHERE i.anno = :WS-DIN-REP-ANNO
               GROUP BY i.id_dichiarazione, i.codice_cliente,
                        c.ragione_sociale, i.protocollo_ricezione,
                        i.importo_plafond, i.stato
               ORDER BY i.codice_cliente, i.protocollo_ricezione
           END-EXEC.

      * Kg di imballo per materiale delle righe DDT del cliente e
      * periodo in fatturazione, con il contributo per tonnellata
      * in vigore
           EXEC SQL
               DECLARE CUR-CONAI-FATTURA CURSOR FOR
               SELECT i.materiale,
                      COALESCE(m.descrizione, ' '),
                      COALESCE(m.contributo_tonnellata, 0),
                      SUM(r.quantita * i.kg_unitari)
               FROM RIGHE_DOCUMENTI r
               JOIN DOCUMENTI_VENDITA d
                 ON d.numero_documento = r.numero_documento
               JOIN IMBALLI_ARTICOLO i
                 ON i.codice_articolo = r.codice_articolo
               LEFT JOIN CONAI_MATERIALI m
                 ON m.materiale = i.materiale
               WHERE d.tipo_documento = 'D'
               AND d.numero_fattura IS NULL
               AND COALESCE(d.conto_deposito, 'N') = 'N'
               AND d.codice_cliente = :WS-DOC-CLIENTE
               AND EXTRACT(YEAR FROM d.data_documento) =
                   :WS-ANNO-FATT
               AND EXTRACT(MONTH FROM d.data_documento) =
                   :WS-MESE-FATT
               GROUP BY i.materiale, m.descrizione,
                        m.contributo_tonnellata
               ORDER BY i.materiale
           END-EXEC.

      * Righe del contributo CONAI addebitate sulla fattura per il
      * corpo del file XML FatturaPA
           EXEC SQL
               DECLARE CUR-CONAI-XML CURSOR FOR
               SELECT c.materiale, COALESCE(m.descrizione, ' '),
                      c.kg, c.contributo, c.aliquota_percentuale,
                      COALESCE(c.natura, '    ')
               FROM CONAI_FATTURE c
               LEFT JOIN CONAI_MATERIALI m
                 ON m.materiale = c.materiale
               WHERE c.numero_fattura = :WS-FATT-NUMERO
               AND c.contributo > 0
               ORDER BY c.materiale
           END-EXEC.

      * Dichiarazione periodica CONAI: kg soggetti ed esenti e
      * contributo per materiale dalle fatture del periodo, a fianco
      * dei kg ricalcolati dalle righe DDT delle stesse fatture
           EXEC SQL
               DECLARE CUR-CONAI-DICH CURSOR FOR
               WITH fatturato AS (
                   SELECT c.materiale,
                          SUM(CASE WHEN c.esenzione = 'N'
                                   THEN c.kg ELSE 0 END) AS kg_sogg,
                          SUM(CASE WHEN c.esenzione <> 'N'
                                   THEN c.kg ELSE 0 END) AS kg_esenti,
                          SUM(c.contributo) AS contributo
                   FROM CONAI_FATTURE c
                   JOIN DOCUMENTI_VENDITA f
                     ON f.numero_documento = c.numero_fattura
                    AND f.tipo_documento = 'F'
                   WHERE EXTRACT(YEAR FROM f.data_documento) =
                         :WS-CON-ANNO
                   AND EXTRACT(MONTH FROM f.data_documento)
                       BETWEEN :WS-CON-MESE-DA AND :WS-CON-MESE-A
                   GROUP BY c.materiale),
               spedito AS (
                   SELECT i.materiale,
                          SUM(r.quantita * i.kg_unitari) AS kg
                   FROM DOCUMENTI_VENDITA f
                   JOIN DOCUMENTI_VENDITA d
                     ON d.numero_fattura = f.numero_documento
                    AND d.tipo_documento = 'D'
                   JOIN RIGHE_DOCUMENTI r
                     ON r.numero_documento = d.numero_documento
                   JOIN IMBALLI_ARTICOLO i
                     ON i.codice_articolo = r.codice_articolo
                   WHERE f.tipo_documento = 'F'
                   AND EXTRACT(YEAR FROM f.data_documento) =
                       :WS-CON-ANNO
                   AND EXTRACT(MONTH FROM f.data_documento)
                       BETWEEN :WS-CON-MESE-DA AND :WS-CON-MESE-A
                   GROUP BY i.materiale)
               SELECT COALESCE(ft.materiale, sp.materiale),
                      COALESCE(m.descrizione, ' '),
                      COALESCE(m.contributo_tonnellata, 0),
                      COALESCE(ft.kg_sogg, 0),
                      COALESCE(ft.kg_esenti, 0),
                      COALESCE(ft.contributo, 0),
                      COALESCE(sp.kg, 0)
               FROM fatturato ft
               FULL OUTER JOIN spedito sp
                 ON sp.materiale = ft.materiale
               LEFT JOIN CONAI_MATERIALI m
                 ON m.materiale = COALESCE(ft.materiale, sp.materiale)
               ORDER BY 1
           END-EXEC.

      * Composizione degli imballi di un articolo
           EXEC SQL
               DECLARE CUR-IMBALLI-ARTICOLO CURSOR FOR
               SELECT i.materiale, COALESCE(m.descrizione, ' '),
                      i.kg_unitari
               FROM IMBALLI_ARTICOLO i
               LEFT JOIN CONAI_MATERIALI m
                 ON m.materiale = i.materiale
               WHERE i.codice_articolo = :WS-ART-CODICE
               ORDER BY i.materiale
           END-EXEC.

      * Righe delle fatture per il corpo del file XML FatturaPA:
      * righe congelate dei DDT collegati alla fattura emessa, o
      * righe della nota di credito
           EXEC SQL
               DECLARE CUR-RIGHE-XML CURSOR FOR
               SELECT r.codice_articolo, a.descrizione,
                      r.quantita, r.prezzo_unitario,
                      r.imponibile, r.aliquota_percentuale,
                      COALESCE(r.natura, '    '),
                      COALESCE(r.prezzo_lordo, r.prezzo_unitario),
                      COALESCE(r.sconto_1, 0), COALESCE(r.sconto_2, 0),
                      COALESCE(r.sconto_3, 0)
               FROM RIGHE_DOCUMENTI r
               JOIN DOCUMENTI_VENDITA d
                 ON d.numero_documento = r.numero_documento
               JOIN ARTICOLI a
                 ON a.codice_articolo = r.codice_articolo
               WHERE (d.tipo_documento = 'D'
                      AND d.numero_fattura = :WS-FATT-NUMERO)
               OR (d.tipo_documento = 'N'
                   AND d.numero_documento = :WS-FATT-NUMERO)
               ORDER BY d.numero_documento, r.codice_articolo
           END-EXEC.

      * Scadenze ancora aperte della fattura stornata da una nota
      * di credito, dalla piu' lontana, con il residuo al netto
      * degli incassi parziali
           EXEC SQL
               DECLARE CUR-SCADENZE-NC CURSOR FOR
               SELECT id_scadenza,
                      importo - COALESCE(importo_incassato, 0)
               FROM SCADENZE_CLIENTI
               WHERE numero_fattura = :WS-NC-FATTURA
               AND stato IN ('A', 'I')
               AND importo - COALESCE(importo_incassato, 0) > 0
               ORDER BY data_scadenza DESC, rata DESC
           END-EXEC.

      * Arrivi attesi dell'articolo dalle righe ordine fornitori
      * aperte, in ordine di data di consegna (le righe senza data
      * in coda); le righe d'ordine sono in unita' di acquisto e
               ORDER BY r.data_consegna
           END-EXEC.

      * Codifiche articolo di un cliente per l'import ordini
           EXEC SQL
               DECLARE CUR-CODICI-ARTICOLO-CLI CURSOR FOR
               SELECT k.codice_articolo_cliente, k.codice_articolo,
                      a.descrizione
               FROM CODICI_ARTICOLO_CLIENTE k
               JOIN ARTICOLI a
                 ON a.codice_articolo = k.codice_articolo
               WHERE k.codice_cliente = :WS-OVI-CLIENTE
               ORDER BY k.codice_articolo_cliente
           END-EXEC.

      * Righe ordine cliente aperte con data promessa, per il
      * controllo giornaliero della copertura
           EXEC SQL
               ORDER BY u.zona, u.codice_ubicazione
           END-EXEC.

      * Ubicazioni picking con livelli: giacenza presente e
      * quantita' gia' in arrivo con missioni aperte
           EXEC SQL
               DECLARE CUR-RIF-LIVELLI CURSOR FOR
               SELECT l.codice_articolo, l.codice_ubicazione,
                      l.livello_minimo, l.livello_massimo,
                      COALESCE(g.quantita, 0),
                      COALESCE((SELECT SUM(m.quantita)
                                FROM MISSIONI_RIFORNIMENTO m
                                WHERE m.codice_articolo =
                                      l.codice_articolo
                                AND m.codice_magazzino =
                                    l.codice_magazzino
                                AND m.ubicazione_destinazione =
                                    l.codice_ubicazione
                                AND m.stato = 'A'), 0)
               FROM LIVELLI_PICKING l
               JOIN ARTICOLI a
                 ON a.codice_articolo = l.codice_articolo
               LEFT JOIN GIACENZE_UBICAZIONI g
                 ON g.codice_articolo = l.codice_articolo
                AND g.codice_magazzino = l.codice_magazzino
                AND g.codice_ubicazione = l.codice_ubicazione
               WHERE l.codice_magazzino = :WS-MAGAZZINO-DEFAULT
               AND a.stato = 'A'
               ORDER BY l.codice_articolo, l.codice_ubicazione
           END-EXEC.

      * Ubicazioni di scorta dell'articolo con la giacenza non
      * ancora impegnata da missioni aperte
           EXEC SQL
               DECLARE CUR-RIF-SCORTE CURSOR FOR
               SELECT g.codice_ubicazione,
                      g.quantita -
                      COALESCE((SELECT SUM(m.quantita)
                                FROM MISSIONI_RIFORNIMENTO m
                                WHERE m.codice_articolo =
                                      g.codice_articolo
                                AND m.codice_magazzino =
                                    g.codice_magazzino
                                AND m.ubicazione_origine =
                                    g.codice_ubicazione
                                AND m.stato = 'A'), 0)
               FROM GIACENZE_UBICAZIONI g
               JOIN UBICAZIONI u
                 ON u.codice_magazzino = g.codice_magazzino
                AND u.codice_ubicazione = g.codice_ubicazione
               WHERE g.codice_articolo = :WS-ART-CODICE
               AND g.codice_magazzino = :WS-MAGAZZINO-DEFAULT
               AND u.zona = 'S'
               AND g.quantita > 0
               ORDER BY g.codice_ubicazione
           END-EXEC.

      * Lotti utilizzabili dell'articolo: prima quelli in scadenza,
      * poi per data di carico
           EXEC SQL
               DECLARE CUR-RIF-LOTTI CURSOR FOR
               SELECT id_lotto, numero_lotto,
                      COALESCE(CAST(data_scadenza AS VARCHAR), ' '),
                      quantita_residua
               FROM LOTTI
               WHERE codice_articolo = :WS-ART-CODICE
               AND quantita_residua > 0
               AND stato = 'A'
               AND (data_scadenza IS NULL
                    OR data_scadenza >= CURRENT_DATE)
               ORDER BY data_scadenza NULLS LAST, data_carico,
                        id_lotto
           END-EXEC.

      * Missioni aperte (dalla WS-RIF-ID-INIZIO esclusa) in ordine
      * di percorso sulle ubicazioni di origine, con le ore trascorse
      * dalla generazione
           EXEC SQL
               DECLARE CUR-RIF-APERTE CURSOR FOR
               SELECT m.id_missione, m.ubicazione_origine,
                      m.ubicazione_destinazione, m.codice_articolo,
                      a.descrizione, COALESCE(m.numero_lotto, ' '),
                      COALESCE(CAST(l.data_scadenza AS VARCHAR), ' '),
                      m.quantita,
                      EXTRACT(EPOCH FROM (CURRENT_TIMESTAMP
                                          - m.data_generazione))
                      / 3600
               FROM MISSIONI_RIFORNIMENTO m
               JOIN ARTICOLI a
                 ON a.codice_articolo = m.codice_articolo
               LEFT JOIN LOTTI l
                 ON l.id_lotto = m.id_lotto
               WHERE m.codice_magazzino = :WS-MAGAZZINO-DEFAULT
               AND m.stato = 'A'
               AND m.id_missione > :WS-RIF-ID-INIZIO
               ORDER BY m.ubicazione_origine, m.codice_articolo,
                        m.id_missione
           END-EXEC.

      * Marginalita' del mese: righe DDT con ricavo e costo dal
      * prezzo medio dei movimenti di scarico della spedizione
      * (il costo effettivo dei lotti consumati dalla evasione)
                        r.codice_articolo
           END-EXEC.

      * OTIF del mese per cliente (1), categoria (2), magazzino di
      * spedizione (3) e totale (4): puntuale = spedito qualcosa
      * entro la data promessa, completa = spedita tutta la
      * quantita', OTIF = tutta la quantita' entro la promessa;
      * arretrato in giorni dall'ultima spedizione o, per le righe
      * ancora aperte, da oggi
           EXEC SQL
               DECLARE CUR-OTIF CURSOR FOR
               WITH righe AS (
                   SELECT o.codice_cliente AS cliente,
                          c.ragione_sociale AS ragione,
                          COALESCE(a.codice_categoria, '-')
                              AS categoria,
                          COALESCE((SELECT MIN(m.codice_magazzino)
                                    FROM MOVIMENTI_MAGAZZINO m
                                    WHERE m.numero_documento =
                                          r.numero_ordine
                                    AND m.codice_articolo =
                                        r.codice_articolo
                                    AND m.tipo_movimento = 'SC'),
                                   :WS-MAGAZZINO-DEFAULT)
                              AS magazzino,
                          r.quantita_ordinata AS ordinata,
                          COALESCE(s.entro, 0) AS entro,
                          COALESCE(s.totale, 0) AS totale,
                          CASE WHEN COALESCE(s.totale, 0)
                                    >= r.quantita_ordinata
                               THEN GREATEST(s.ultima
                                             - r.data_promessa, 0)
                               ELSE GREATEST(CURRENT_DATE
                                             - r.data_promessa, 0)
                          END AS giorni
                   FROM RIGHE_ORDINE_VENDITA r
                   JOIN ORDINI_VENDITA o
                     ON o.numero_ordine = r.numero_ordine
                   JOIN CLIENTI c
                     ON c.codice_cliente = o.codice_cliente
                   JOIN ARTICOLI a
                     ON a.codice_articolo = r.codice_articolo
                   LEFT JOIN LATERAL (
                       SELECT SUM(CASE WHEN d.data_documento
                                            <= r.data_promessa
                                       THEN rd.quantita
                                       ELSE 0 END) AS entro,
                              SUM(rd.quantita) AS totale,
                              MAX(d.data_documento) AS ultima
                       FROM DOCUMENTI_VENDITA d
                       JOIN RIGHE_DOCUMENTI rd
                         ON rd.numero_documento = d.numero_documento
                       WHERE d.tipo_documento = 'D'
                       AND d.riferimento = r.numero_ordine
                       AND rd.codice_articolo = r.codice_articolo
                   ) s ON TRUE
                   WHERE r.stato_riga <> 'C'
                   AND r.data_promessa IS NOT NULL
                   AND r.data_promessa <= CURRENT_DATE
                   AND EXTRACT(YEAR FROM r.data_promessa) =
                       :WS-OTF-ANNO
                   AND EXTRACT(MONTH FROM r.data_promessa) =
                       :WS-OTF-MESE)
               SELECT CASE WHEN GROUPING(cliente) = 0 THEN '1'
                           WHEN GROUPING(categoria) = 0 THEN '2'
                           WHEN GROUPING(magazzino) = 0 THEN '3'
                           ELSE '4' END,
                      COALESCE(cliente, categoria, magazzino, ' '),
                      CASE WHEN GROUPING(cliente) = 0
                           THEN MAX(ragione) ELSE ' ' END,
                      COUNT(*),
                      SUM(CASE WHEN entro > 0 THEN 1 ELSE 0 END),
                      SUM(CASE WHEN totale >= ordinata
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN entro >= ordinata
                               THEN 1 ELSE 0 END),
                      COALESCE(AVG(CASE WHEN giorni > 0
                                        THEN giorni END), 0),
                      COALESCE(MAX(giorni), 0)
               FROM righe
               GROUP BY GROUPING SETS ((cliente), (categoria),
                                       (magazzino), ())
               ORDER BY 1, 2
           END-EXEC.

      * Cause registrate sulle righe del mese non evase in tempo e
      * per intero, per numero di righe coinvolte
           EXEC SQL
               DECLARE CUR-OTIF-CAUSE CURSOR FOR
               SELECT e.causa,
                      COUNT(DISTINCT e.numero_ordine || '/' ||
                                     e.codice_articolo),
                      COALESCE(SUM(e.quantita_mancante), 0)
               FROM MANCATE_EVASIONI e
               JOIN RIGHE_ORDINE_VENDITA r
                 ON r.numero_ordine = e.numero_ordine
                AND r.codice_articolo = e.codice_articolo
               WHERE r.stato_riga <> 'C'
               AND r.data_promessa IS NOT NULL
               AND r.data_promessa <= CURRENT_DATE
               AND EXTRACT(YEAR FROM r.data_promessa) = :WS-OTF-ANNO
               AND EXTRACT(MONTH FROM r.data_promessa) = :WS-OTF-MESE
               AND COALESCE((SELECT SUM(rd.quantita)
                             FROM DOCUMENTI_VENDITA d
                             JOIN RIGHE_DOCUMENTI rd
                               ON rd.numero_documento =
                                  d.numero_documento
                             WHERE d.tipo_documento = 'D'
                             AND d.riferimento = r.numero_ordine
                             AND rd.codice_articolo =
                                 r.codice_articolo
                             AND d.data_documento <=
                                 r.data_promessa), 0)
                   < r.quantita_ordinata
               GROUP BY e.causa
               ORDER BY 2 DESC, 3 DESC
           END-EXEC.

      * DDT del giorno per vettore non ancora assegnati a una
      * spedizione, per il bordero' di carico
           EXEC SQL
               ORDER BY d.codice_cliente, d.codice_articolo
           END-EXEC.

      * Componenti presso il terzista per l'ordine di conto lavoro
      * con il coefficiente di distinta base del prodotto finito
           EXEC SQL
               DECLARE CUR-COMPONENTI-TERZISTA CURSOR FOR
               SELECT g.codice_articolo, a.descrizione,
                      g.quantita, g.valore_medio,
                      d.quantita_componente
               FROM GIACENZE_TERZISTI g
               JOIN ARTICOLI a
                 ON a.codice_articolo = g.codice_articolo
               JOIN DISTINTA_BASE d
                 ON d.codice_articolo_padre = :WS-CLV-ARTICOLO
                AND d.codice_componente = g.codice_articolo
               WHERE g.numero_ocl = :WS-CLV-NUMERO
               AND g.quantita > 0
               ORDER BY g.codice_articolo
           END-EXEC.

      * Materiale giacente presso i terzisti con l'anzianita' in
      * giorni dall'invio
           EXEC SQL
               DECLARE CUR-GIACENZE-TERZISTI CURSOR FOR
               SELECT g.codice_fornitore, f.ragione_sociale,
                      g.numero_ocl, g.codice_articolo,
                      g.quantita, g.valore_medio,
                      CAST(g.data_invio AS VARCHAR),
                      CURRENT_DATE - g.data_invio
               FROM GIACENZE_TERZISTI g
               JOIN FORNITORI f
                 ON f.codice_fornitore = g.codice_fornitore
               WHERE g.quantita > 0
               ORDER BY g.codice_fornitore, g.data_invio,
                        g.numero_ocl, g.codice_articolo
           END-EXEC.

      * Lotti in quarantena in attesa di collaudo
           EXEC SQL
               DECLARE CUR-LOTTI-QUARANTENA CURSOR FOR
               DECLARE CUR-SCADENZE-CLIENTI CURSOR FOR
               SELECT s.id_scadenza, s.codice_cliente,
                      c.ragione_sociale, s.numero_fattura,
                      s.importo - COALESCE(s.importo_incassato, 0),
                      s.data_scadenza,
                      s.tipo_pagamento, s.stato
               FROM SCADENZE_CLIENTI s
               JOIN CLIENTI c
               DECLARE CUR-RIBA CURSOR FOR
               SELECT s.id_scadenza, s.codice_cliente,
                      c.ragione_sociale, COALESCE(c.iban, ' '),
                      s.numero_fattura,
                      s.importo - COALESCE(s.importo_incassato, 0),
                      s.data_scadenza
               FROM SCADENZE_CLIENTI s
               JOIN CLIENTI c
                 ON c.codice_cliente = s.codice_cliente
               ORDER BY s.data_scadenza, s.codice_cliente
           END-EXEC.

      * Scadenze aperte su cui ripartire un incasso, dalla piu'
      * vecchia: quelle delle fatture citate in causale (del cliente
      * dell'IBAN ordinante, se noto), tutte quelle del cliente o
      * l'unica del cliente con il residuo pari all'incasso
           EXEC SQL
               DECLARE CUR-INC-SCADENZE CURSOR FOR
               SELECT s.id_scadenza, s.codice_cliente,
                      s.numero_fattura,
                      s.importo - COALESCE(s.importo_incassato, 0)
               FROM SCADENZE_CLIENTI s
               WHERE s.stato IN ('A', 'P', 'I')
               AND s.importo > 0
               AND ((:WS-INC-MODO = 'F'
                     AND POSITION(SUBSTR(TRIM(s.numero_fattura), 3)
                                  IN UPPER(REPLACE(:WS-INC-CAUSALE,
                                                   ' ', ''))) > 0
                     AND (TRIM(:WS-INC-CLIENTE) = ''
                          OR s.codice_cliente = :WS-INC-CLIENTE))
                 OR (:WS-INC-MODO = 'C'
                     AND s.codice_cliente = :WS-INC-CLIENTE)
                 OR (:WS-INC-MODO = 'E'
                     AND s.codice_cliente = :WS-INC-CLIENTE
                     AND s.importo - COALESCE(s.importo_incassato, 0)
                         = :WS-INC-IMPORTO))
               ORDER BY s.data_scadenza, s.id_scadenza
           END-EXEC.

      * Incassi sospesi da lavorare per l'ufficio crediti
           EXEC SQL
               DECLARE CUR-INC-SOSPESI CURSOR FOR
               SELECT id_incasso_banca,
                      CAST(data_accredito AS CHAR(10)),
                      ordinante, causale, importo_residuo,
                      COALESCE(codice_cliente, ' '), motivo
               FROM INCASSI_BANCA
               WHERE esito = 'S'
               ORDER BY data_accredito, id_incasso_banca
           END-EXEC.

      * Registro IVA vendite: fatture del mese con imponibile e
      * imposta per aliquota, dalle righe congelate dei DDT collegati
           EXEC SQL
               GROUP BY f.numero_documento, f.data_documento,
                        f.codice_cliente, c.ragione_sociale,
                        r.codice_iva, r.aliquota_percentuale
               UNION ALL
               SELECT n.numero_documento, n.data_documento,
                      n.codice_cliente, c.ragione_sociale,
                      r.codice_iva, r.aliquota_percentuale,
                      -SUM(r.imponibile), -SUM(r.imposta)
               FROM DOCUMENTI_VENDITA n
               JOIN RIGHE_DOCUMENTI r
                 ON r.numero_documento = n.numero_documento
               JOIN CLIENTI c
                 ON c.codice_cliente = n.codice_cliente
               WHERE n.tipo_documento = 'N'
               AND EXTRACT(YEAR FROM n.data_documento) =
                   :WS-REGIVA-ANNO
               AND EXTRACT(MONTH FROM n.data_documento) =
                   :WS-REGIVA-MESE
               GROUP BY n.numero_documento, n.data_documento,
                        n.codice_cliente, c.ragione_sociale,
                        r.codice_iva, r.aliquota_percentuale
               ORDER BY 2, 1, 5
           END-EXEC.

      * Totali per aliquota del mese: fatture al netto delle note
      * di credito
           EXEC SQL
               DECLARE CUR-REGISTRO-IVA-TOT CURSOR FOR
               SELECT t.codice_iva, t.aliquota_percentuale,
                      SUM(t.imponibile), SUM(t.imposta)
               FROM
                   (SELECT r.codice_iva, r.aliquota_percentuale,
                           r.imponibile, r.imposta
                    FROM DOCUMENTI_VENDITA f
                    JOIN DOCUMENTI_VENDITA d
                      ON d.numero_fattura = f.numero_documento
                     AND d.tipo_documento = 'D'
                    JOIN RIGHE_DOCUMENTI r
                      ON r.numero_documento = d.numero_documento
                    WHERE f.tipo_documento = 'F'
                    AND EXTRACT(YEAR FROM f.data_documento) =
                        :WS-REGIVA-ANNO
                    AND EXTRACT(MONTH FROM f.data_documento) =
                        :WS-REGIVA-MESE
                    UNION ALL
                    SELECT r.codice_iva, r.aliquota_percentuale,
                           -r.imponibile, -r.imposta
                    FROM DOCUMENTI_VENDITA n
                    JOIN RIGHE_DOCUMENTI r
                      ON r.numero_documento = n.numero_documento
                    WHERE n.tipo_documento = 'N'
                    AND EXTRACT(YEAR FROM n.data_documento) =
                        :WS-REGIVA-ANNO
                    AND EXTRACT(MONTH FROM n.data_documento) =
                        :WS-REGIVA-MESE) t
               GROUP BY t.codice_iva, t.aliquota_percentuale
               ORDER BY t.codice_iva
           END-EXEC.

      * Registro IVA acquisti: fatture passive approvate nel mese,
      * in ordine di protocollo, con imponibile e imposta per
      * aliquota dal riepilogo IVA della fattura elettronica
           EXEC SQL
               DECLARE CUR-REGISTRO-IVA-ACQ CURSOR FOR
               SELECT f.protocollo_iva, f.numero_fattura,
                      f.data_fattura, f.codice_fornitore,
                      r.aliquota_percentuale,
                      COALESCE(r.natura, ' '),
                      SUM(CASE WHEN f.tipo_documento = 'TD04'
                               THEN -r.imponibile
                               ELSE r.imponibile END),
                      SUM(CASE WHEN f.tipo_documento = 'TD04'
                               THEN -r.imposta
                               ELSE r.imposta END)
               FROM FATTURE_ACQUISTO f
               JOIN RIEPILOGO_IVA_ACQUISTI r
                 ON r.id_fattura = f.id_fattura
               WHERE f.stato = 'A'
               AND EXTRACT(YEAR FROM f.data_registrazione) =
                   :WS-REGIVA-ANNO
               AND EXTRACT(MONTH FROM f.data_registrazione) =
                   :WS-REGIVA-MESE
               GROUP BY f.protocollo_iva, f.numero_fattura,
                        f.data_fattura, f.codice_fornitore,
                        r.aliquota_percentuale, r.natura
               ORDER BY f.protocollo_iva, r.aliquota_percentuale
           END-EXEC.

           EXEC SQL
               DECLARE CUR-REGISTRO-IVA-ACQ-TOT CURSOR FOR
               SELECT r.aliquota_percentuale,
                      COALESCE(r.natura, ' '),
                      SUM(CASE WHEN f.tipo_documento = 'TD04'
                               THEN -r.imponibile
                               ELSE r.imponibile END),
                      SUM(CASE WHEN f.tipo_documento = 'TD04'
                               THEN -r.imposta
                               ELSE r.imposta END)
               FROM FATTURE_ACQUISTO f
               JOIN RIEPILOGO_IVA_ACQUISTI r
                 ON r.id_fattura = f.id_fattura
               WHERE f.stato = 'A'
               AND EXTRACT(YEAR FROM f.data_registrazione) =
                   :WS-REGIVA-ANNO
               AND EXTRACT(MONTH FROM f.data_registrazione) =
                   :WS-REGIVA-MESE
               GROUP BY r.aliquota_percentuale, r.natura
               ORDER BY r.aliquota_percentuale, r.natura
           END-EXEC.

      * Fatture passive sospese in attesa di approvazione, con il
      * numero di righe in discrepanza
           EXEC SQL
               DECLARE CUR-FPA-SOSPESE CURSOR FOR
               SELECT f.id_fattura, f.codice_fornitore,
                      f.numero_fattura, f.data_fattura,
                      f.totale_documento,
                      (SELECT COUNT(*)
                       FROM RIGHE_FATTURE_ACQUISTO r
                       WHERE r.id_fattura = f.id_fattura
                       AND r.esito_abbinamento <> 'OK')
               FROM FATTURE_ACQUISTO f
               WHERE f.stato = 'S'
               ORDER BY f.data_fattura, f.id_fattura
           END-EXEC.

      * Righe di una fattura passiva con l'esito dell'abbinamento
           EXEC SQL
               DECLARE CUR-FPA-RIGHE CURSOR FOR
               SELECT numero_linea, COALESCE(codice_articolo, ' '),
                      quantita, prezzo_unitario,
                      COALESCE(numero_ordine, ' '),
                      COALESCE(quantita_da_fatturare, 0),
                      COALESCE(prezzo_ordine, 0),
                      esito_abbinamento
               FROM RIGHE_FATTURE_ACQUISTO
               WHERE id_fattura = :WS-FPA-ID
               ORDER BY numero_linea
           END-EXEC.

           EXEC SQL
               ORDER BY l.data_scadenza
           END-EXEC.

      * Righe ancora aperte dell'offerta da convertire in ordine
           EXEC SQL
               DECLARE CUR-RIGHE-OFFERTA CURSOR FOR
               SELECT r.codice_articolo, a.descrizione,
                      r.quantita, r.prezzo_unitario, r.importo_riga,
                      r.origine_prezzo,
                      COALESCE(CAST(r.data_promessa AS VARCHAR),
                               ' '),
                      COALESCE(r.prezzo_lordo, r.prezzo_unitario),
                      COALESCE(r.sconto_1, 0), COALESCE(r.sconto_2, 0),
                      COALESCE(r.sconto_3, 0),
                      COALESCE(r.codice_promozione, ' ')
               FROM RIGHE_OFFERTA_VENDITA r
               JOIN ARTICOLI a ON r.codice_articolo = a.codice_articolo
               WHERE r.numero_offerta = :WS-OFF-NUMERO
               AND r.stato_riga = 'A'
               ORDER BY r.codice_articolo
           END-EXEC.

      * Hit rate delle offerte emesse nel mese, per cliente
           EXEC SQL
               DECLARE CUR-HIT-CLIENTI CURSOR FOR
               SELECT o.codice_cliente, c.ragione_sociale,
                      COUNT(DISTINCT o.numero_offerta),
                      SUM(r.importo_riga),
                      SUM(CASE WHEN r.stato_riga = 'C'
                               THEN r.importo_riga ELSE 0 END),
                      SUM(CASE WHEN r.stato_riga = 'P'
                               THEN r.importo_riga ELSE 0 END),
                      SUM(CASE WHEN r.stato_riga = 'S'
                               THEN r.importo_riga ELSE 0 END)
               FROM OFFERTE_VENDITA o
               JOIN RIGHE_OFFERTA_VENDITA r
                 ON r.numero_offerta = o.numero_offerta
               JOIN CLIENTI c
                 ON c.codice_cliente = o.codice_cliente
               WHERE EXTRACT(YEAR FROM o.data_offerta) = :WS-HIT-ANNO
               AND EXTRACT(MONTH FROM o.data_offerta) = :WS-HIT-MESE
               GROUP BY o.codice_cliente, c.ragione_sociale
               ORDER BY o.codice_cliente
           END-EXEC.

      * Hit rate delle offerte emesse nel mese, per articolo
           EXEC SQL
               DECLARE CUR-HIT-ARTICOLI CURSOR FOR
               SELECT r.codice_articolo, a.descrizione,
                      COUNT(*),
                      SUM(r.importo_riga),
                      SUM(CASE WHEN r.stato_riga = 'C'
                               THEN r.importo_riga ELSE 0 END),
                      SUM(CASE WHEN r.stato_riga = 'P'
                               THEN r.importo_riga ELSE 0 END),
                      SUM(CASE WHEN r.stato_riga = 'S'
                               THEN r.importo_riga ELSE 0 END)
               FROM OFFERTE_VENDITA o
               JOIN RIGHE_OFFERTA_VENDITA r
                 ON r.numero_offerta = o.numero_offerta
               JOIN ARTICOLI a
                 ON a.codice_articolo = r.codice_articolo
               WHERE EXTRACT(YEAR FROM o.data_offerta) = :WS-HIT-ANNO
               AND EXTRACT(MONTH FROM o.data_offerta) = :WS-HIT-MESE
               GROUP BY r.codice_articolo, a.descrizione
               ORDER BY r.codice_articolo
           END-EXEC.

      * Righe perse nel mese raggruppate per motivo di perdita
           EXEC SQL
               DECLARE CUR-HIT-MOTIVI CURSOR FOR
               SELECT COALESCE(r.motivo_perdita, 'AL'),
                      COUNT(*), SUM(r.importo_riga)
               FROM OFFERTE_VENDITA o
               JOIN RIGHE_OFFERTA_VENDITA r
                 ON r.numero_offerta = o.numero_offerta
               WHERE EXTRACT(YEAR FROM o.data_offerta) = :WS-HIT-ANNO
               AND EXTRACT(MONTH FROM o.data_offerta) = :WS-HIT-MESE
               AND r.stato_riga = 'P'
               GROUP BY COALESCE(r.motivo_perdita, 'AL')
               ORDER BY 3 DESC
           END-EXEC.

      * Movimenti provvigionali del periodo (maturate sulle rate
      * incassate e storni per insoluto) per l'estratto agenti
           EXEC SQL
               DECLARE CUR-PROVVIGIONI CURSOR FOR
               SELECT p.codice_agente, g.nominativo,
                      COALESCE(g.tipo_mandato, 'P'),
                      p.tipo_movimento, p.numero_fattura,
                      f.codice_cliente, p.importo_rata,
                      p.importo_provvigione
               FROM PROVVIGIONI_MATURATE p
               JOIN AGENTI g ON g.codice_agente = p.codice_agente
               JOIN DOCUMENTI_VENDITA f
                 ON f.tipo_documento = 'F'
                AND f.numero_documento = p.numero_fattura
               WHERE p.anno = :WS-PRV-ANNO
               AND p.mese = :WS-PRV-MESE
               ORDER BY p.codice_agente, p.tipo_movimento,
                        p.numero_fattura
           END-EXEC.

      * Costo delle promozioni nel mese: differenza tra il prezzo
      * prima dello sconto promozionale e il netto fatturato sulle
      * righe DDT con promozione
           EXEC SQL
               DECLARE CUR-MARGINE-PROMO CURSOR FOR
               SELECT r.codice_promozione, COUNT(*),
                      SUM(r.imponibile),
                      SUM(ROUND(r.quantita *
                          (r.prezzo_lordo
                           * (100 - COALESCE(r.sconto_1, 0)) / 100
                           * (100 - COALESCE(r.sconto_2, 0)) / 100
                           - r.prezzo_unitario), 2))
               FROM RIGHE_DOCUMENTI r
               JOIN DOCUMENTI_VENDITA d
                 ON d.numero_documento = r.numero_documento
               WHERE d.tipo_documento = 'D'
               AND r.codice_promozione IS NOT NULL
               AND EXTRACT(YEAR FROM d.data_documento) =
                   :WS-MRG-ANNO
               AND EXTRACT(MONTH FROM d.data_documento) =
                   :WS-MRG-MESE
               GROUP BY r.codice_promozione
               ORDER BY r.codice_promozione
           END-EXEC.

      * Storia delle modifiche di un record anagrafico
           EXEC SQL
               DECLARE CUR-AUDIT-RECORD CURSOR FOR
               SELECT CAST(data_modifica AS CHAR(16)),
                      SUBSTR(operatore, 1, 10),
                      SUBSTR(tabella, 1, 12), SUBSTR(chiave, 1, 16),
                      operazione, SUBSTR(campo, 1, 18),
                      COALESCE(SUBSTR(valore_prima, 1, 24), ' '),
                      COALESCE(SUBSTR(valore_dopo, 1, 24), ' '),
                      sensibile
               FROM AUDIT_ANAGRAFICHE
               WHERE tabella = TRIM(:WS-AUD-FILTRO-TAB)
               AND chiave = TRIM(:WS-AUD-FILTRO-CHIAVE)
               ORDER BY data_modifica, campo
           END-EXEC.

      * Modifiche anagrafiche del periodo, per tabella e record
           EXEC SQL
               DECLARE CUR-AUDIT-PERIODO CURSOR FOR
               SELECT CAST(data_modifica AS CHAR(16)),
                      SUBSTR(operatore, 1, 10),
                      SUBSTR(tabella, 1, 12), SUBSTR(chiave, 1, 16),
                      operazione, SUBSTR(campo, 1, 18),
                      COALESCE(SUBSTR(valore_prima, 1, 24), ' '),
                      COALESCE(SUBSTR(valore_dopo, 1, 24), ' '),
                      sensibile
               FROM AUDIT_ANAGRAFICHE
               WHERE (TRIM(:WS-AUD-FILTRO-TAB) = ''
                      OR tabella = TRIM(:WS-AUD-FILTRO-TAB))
               AND data_modifica >= CAST(:WS-AUD-DATA-DA AS DATE)
               AND data_modifica < CAST(:WS-AUD-DATA-A AS DATE) + 1
               ORDER BY tabella, chiave, data_modifica, campo
           END-EXEC.

      * Richieste di autorizzazione in attesa, dalla piu' vecchia
           EXEC SQL
               DECLARE CUR-AUT-PENDENTI CURSOR FOR
               SELECT id_richiesta, tipo_operazione, riferimento,
                      descrizione, importo,
                      SUBSTR(richiedente, 1, 50),
                      CAST(data_richiesta AS CHAR(16)),
                      CAST(data_scadenza AS CHAR(16))
               FROM AUTORIZZAZIONI
               WHERE stato = 'P'
               ORDER BY data_richiesta, id_richiesta
           END-EXEC.

      * Richieste presentate o decise nel giorno del report
           EXEC SQL
               DECLARE CUR-AUT-GIORNO CURSOR FOR
               SELECT id_richiesta, tipo_operazione, riferimento,
                      importo, SUBSTR(richiedente, 1, 50),
                      CAST(data_richiesta AS CHAR(16)), stato,
                      COALESCE(SUBSTR(autorizzatore, 1, 50), ' '),
                      COALESCE(CAST(data_decisione AS CHAR(16)), ' '),
                      COALESCE(motivo, ' ')
               FROM AUTORIZZAZIONI
               WHERE CAST(data_richiesta AS DATE)
                         = CAST(:WS-AUT-DATA-REP AS DATE)
               OR CAST(data_decisione AS DATE)
                         = CAST(:WS-AUT-DATA-REP AS DATE)
               ORDER BY data_richiesta, id_richiesta
           END-EXEC.

      * Soglie configurate per tipo operazione
           EXEC SQL
               DECLARE CUR-AUT-SOGLIE CURSOR FOR
               SELECT tipo_operazione, soglia, ore_validita
               FROM SOGLIE_AUTORIZZAZIONE
               ORDER BY tipo_operazione
           END-EXEC.

      * Periodi di conservazione configurati per categoria
           EXEC SQL
               DECLARE CUR-RET-PERIODI CURSOR FOR
               SELECT categoria, anni_conservazione,
                      COALESCE(descrizione, ' ')
               FROM RETENTION_DATI
               ORDER BY categoria
           END-EXEC.

      * Clienti privati (senza partita IVA) con l'ultimo documento di
      * vendita oltre il periodo di conservazione, non ancora
      * anonimizzati
           EXEC SQL
               DECLARE CUR-RET-SOGGETTI CURSOR FOR
               SELECT c.codice_cliente,
                      CAST(MAX(d.data_documento) AS CHAR(10))
               FROM CLIENTI c
               JOIN DOCUMENTI_VENDITA d
                 ON d.codice_cliente = c.codice_cliente
               WHERE COALESCE(TRIM(c.partita_iva), '') = ''
               AND COALESCE(c.anonimizzato, 'N') <> 'S'
               GROUP BY c.codice_cliente
               HAVING MAX(d.data_documento) < CURRENT_DATE
                   - CAST(:WS-RET-ANNI AS INTEGER) * INTERVAL '1 year'
               ORDER BY c.codice_cliente
           END-EXEC.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM CONNETTI-DATABASE

      * Con il file parametri presente il programma gira non
               WHEN "QUADRATURA"
                   MOVE 'N' TO WS-QUA-CORREZIONE
                   PERFORM QUADRATURA-GIACENZE
               WHEN "RIFORNIMENTO-PICKING"
                   PERFORM GENERA-RIFORNIMENTO-PICKING
               WHEN "MISSIONI-APERTE"
                   PERFORM REPORT-MISSIONI-APERTE
               WHEN "IMPORT-ORDINI-CLIENTI"
                   PERFORM IMPORTA-ORDINI-CLIENTI
               WHEN "IMPORT-INCASSI"
                   PERFORM IMPORTA-INCASSI-BANCA
               WHEN "IMPORT-ESITI-RIBA"
                   PERFORM IMPORTA-ESITI-RIBA
               WHEN "REPORT-AUDIT"
                   MOVE SPACES TO WS-AUD-FILTRO-TAB
                   EXEC SQL
                       SELECT CAST(CURRENT_DATE - 1 AS CHAR(10))
                       INTO :WS-AUD-DATA-DA
                   END-EXEC
                   MOVE WS-AUD-DATA-DA TO WS-AUD-DATA-A
                   PERFORM REPORT-AUDIT-ANAGRAFICHE
               WHEN "REPORT-AUTORIZZAZIONI"
                   EXEC SQL
                       SELECT CAST(CURRENT_DATE - 1 AS CHAR(10))
                       INTO :WS-AUT-DATA-REP
                   END-EXEC
                   PERFORM REPORT-AUTORIZZAZIONI
               WHEN "ANONIMIZZA-RETENTION"
                   MOVE 'N' TO WS-RET-SIMULAZIONE
                   PERFORM ANONIMIZZA-RETENTION
                   IF WS-CONTA-RET-ERRORI > 0
                       MOVE 8 TO WS-BATCH-RC
                   END-IF
               WHEN OTHER
                   DISPLAY "Operazione batch sconosciuta: "
                           WS-BATCH-OPERAZIONE
           DISPLAY "43. Dichiarazione Intrastat mensile"
           DISPLAY "44. Archiviazione annuale movimenti"
           DISPLAY "45. Import esito pagamenti fornitori"
           DISPLAY "46. Agenti di vendita e provvigioni"
           DISPLAY "47. Previsione domanda stagionale"
           DISPLAY "48. Fatture passive da SDI / registro IVA acq."
           DISPLAY "49. Conto lavoro presso terzisti"
           DISPLAY "50. Dichiarazioni d'intento / plafond"
           DISPLAY "51. Livello di servizio clienti (OTIF)"
           DISPLAY "52. Contributo ambientale CONAI"
           DISPLAY "53. Registro modifiche anagrafiche"
           DISPLAY "54. Autorizzazioni operazioni sopra soglia"
           DISPLAY "55. Conservazione dati personali"
           DISPLAY "56. Dati fiscali clienti e fornitori"
           DISPLAY " 0. Esci"
           DISPLAY "======================================"
           DISPLAY "Scelta: " WITH NO ADVANCING
                   END-IF
               WHEN 45
                   PERFORM IMPORTA-ESITO-PAGAMENTI
               WHEN 46
                   PERFORM GESTIONE-AGENTI
               WHEN 47
                   PERFORM CALCOLO-PREVISIONI-DOMANDA
               WHEN 48
                   PERFORM GESTIONE-FATTURE-PASSIVE
               WHEN 49
                   PERFORM GESTIONE-CONTO-LAVORO
               WHEN 50
                   PERFORM GESTIONE-DICHIARAZIONI-INTENTO
               WHEN 51
                   PERFORM REPORT-OTIF-CLIENTI
               WHEN 52
                   PERFORM GESTIONE-CONAI
               WHEN 53
                   PERFORM CONTROLLA-RUOLO-CAPO
                   IF WS-ESITO = "OK"
                       PERFORM GESTIONE-AUDIT-ANAGRAFICHE
                   END-IF
               WHEN 54
                   PERFORM GESTIONE-AUTORIZZAZIONI
               WHEN 55
                   PERFORM CONTROLLA-RUOLO-CAPO
                   IF WS-ESITO = "OK"
                       PERFORM GESTIONE-RETENTION-DATI
                   END-IF
               WHEN 56
                   PERFORM DATI-FISCALI-ANAGRAFICA
               WHEN 0
                   MOVE 'N' TO WS-CONTINUA
               WHEN OTHER

       ACQUISISCI-CODICE-ARTICOLO.
           MOVE "OK" TO WS-ESITO
           DISPLAY "Modalità (T=Tastiera, B=Barcode): "
                   WITH NO ADVANCING
           ACCEPT WS-MODO-INPUT

           IF WS-MODO-INPUT = 'B' OR 'b'

                   IF WS-ESITO = "OK"
                       DISPLAY "Scarico di un'unità con numero di "
                               "serie tracciato (S/N): "
                               WITH NO ADVANCING
                       ACCEPT WS-SER-RISPOSTA
                       IF WS-SER-RISPOSTA = 'S' OR 's'
                           PERFORM REGISTRA-VENDITA-SERIALE
                               PERFORM AGGIORNA-LOTTI-SCARICO
                           END-IF

      * Invio in conto lavoro: il componente passa sul
      * magazzino del terzista
                           IF WS-ESITO = "OK"
                               AND WS-CLV-INVIO = 'S'
                               PERFORM CARICA-GIACENZA-TERZISTA
                           END-IF

                           IF WS-ESITO = "OK"
                               ADD WS-MOV-VALORE
                                   TO WS-DIB-VALORE-TOT
           DISPLAY "4. Prelievo componenti ordine di produzione"
           DISPLAY "5. Versamento kit finiti a magazzino"
           DISPLAY "6. Ordini di produzione aperti"
           DISPLAY "7. Pianificazione fabbisogni (MRP)"
           DISPLAY "8. Lead time articolo per MRP"
           DISPLAY " "
           DISPLAY "Scelta: " WITH NO ADVANCING
           ACCEPT WS-SCELTA
                   PERFORM VERSAMENTO-KIT-OP
               WHEN 6
                   PERFORM VISUALIZZA-OP-APERTI
               WHEN 7
                   PERFORM ELABORAZIONE-MRP
               WHEN 8
                   PERFORM IMPOSTA-LEAD-TIME-ARTICOLO
               WHEN OTHER
                   DISPLAY "Scelta non valida!"
           END-EVALUATE.
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Data prevista di completamento (AAAA-MM-GG, "
                   "vuoto = oggi): " WITH NO ADVANCING
           ACCEPT WS-OP-DATA-FINE

           STRING "OP" FUNCTION CURRENT-DATE(1:4) "/"
                  FUNCTION CURRENT-DATE(5:2)
                  FUNCTION CURRENT-DATE(7:2)
           EXEC SQL
               INSERT INTO ORDINI_PRODUZIONE
               (numero_op, codice_kit, quantita_pianificata,
                data_apertura, stato, data_fine_prevista)
               VALUES
               (:WS-OP-NUMERO, :WS-OP-KIT, :WS-OP-QTA,
                CURRENT_DATE, 'A', NULLIF(:WS-OP-DATA-FINE, SPACES))
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Versamento non eseguito!"
           END-IF.

      ******************************************************************
      * Elaborazione MRP: per ogni kit e componente di distinta
      * base netta per settimana la domanda datata contro la
      * giacenza (al netto degli impegni non datati) e gli arrivi
      * attesi, propone ordini di acquisto e di produzione datati
      * e segnala gli arrivi da anticipare o posticipare. Le
      * proposte sostituiscono quelle dell'elaborazione precedente
      * su MRP_PROPOSTE e vengono stampate nel report eccezioni
      * del pianificatore.
      ******************************************************************
       ELABORAZIONE-MRP.
           DISPLAY " "
           DISPLAY "=== PIANIFICAZIONE FABBISOGNI (MRP) ==="
           DISPLAY " "

           MOVE ZERO TO WS-CONTA-MRP-ARTICOLI
           MOVE ZERO TO WS-CONTA-MRP-ORDINARE
           MOVE ZERO TO WS-CONTA-MRP-ANTICIPARE
           MOVE ZERO TO WS-CONTA-MRP-POSTICIPARE
           COMPUTE WS-MRP-ULTIMA = WS-MRP-SETTIMANE + 2

           EXEC SQL
               SELECT CAST(CAST(DATE_TRUNC('week', CURRENT_DATE)
                                AS DATE) AS VARCHAR)
               INTO :WS-MRP-LUNEDI
           END-EXEC

           MOVE "OK" TO WS-ESITO

           EXEC SQL
               BEGIN TRANSACTION
           END-EXEC

           EXEC SQL
               DELETE FROM MRP_PROPOSTE
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "Errore pulizia proposte MRP: " SQLCODE
               MOVE "KO" TO WS-ESITO
           END-IF

           IF WS-ESITO = "OK"
               EXEC SQL
                   OPEN CUR-MRP-ARTICOLI
               END-EXEC

               MOVE 'N' TO WS-MRP-EOF
               PERFORM UNTIL WS-MRP-EOF = 'S' OR WS-ESITO = "KO"
                   EXEC SQL
                       FETCH CUR-MRP-ARTICOLI
                       INTO :WS-ART-CODICE, :WS-ART-DESCRIZIONE,
                            :WS-MRP-LIVELLO, :WS-MRP-DISPONIBILE,
                            :WS-MRP-IMPEGNATA, :WS-MRP-SCORTA,
                            :WS-MRP-LOTTO, :WS-MRP-LEAD,
                            :WS-MRP-FORNITORE
                   END-EXEC

                   EVALUATE SQLCODE
                       WHEN 0
                           PERFORM PIANIFICA-ARTICOLO-MRP
                       WHEN 100
                           MOVE 'S' TO WS-MRP-EOF
                       WHEN OTHER
                           DISPLAY "Errore lettura articoli MRP: "
                                   SQLCODE
                           MOVE "KO" TO WS-ESITO
                   END-EVALUATE
               END-PERFORM

               EXEC SQL
                   CLOSE CUR-MRP-ARTICOLI
               END-EXEC
           END-IF

           IF WS-ESITO = "OK"
               EXEC SQL
                   COMMIT
               END-EXEC
               MOVE WS-CONTA-MRP-ARTICOLI TO WS-NUMERO-EDIT
               DISPLAY "Articoli pianificati: " WS-NUMERO-EDIT
               PERFORM STAMPA-REPORT-MRP
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               DISPLAY "Elaborazione MRP non eseguita!"
           END-IF.

       PIANIFICA-ARTICOLO-MRP.
           ADD 1 TO WS-CONTA-MRP-ARTICOLI
           INITIALIZE WS-MRP-ORIZZONTE
           MOVE ZERO TO WS-MRP-IMPEGNO-NOTO
           MOVE ZERO TO WS-MRP-ARRIVI-TOT

           IF WS-MRP-LIVELLO = 0
               MOVE 'P' TO WS-MRP-TIPO-ORDINE
               IF WS-MRP-LEAD = 0
                   MOVE WS-MRP-LEAD-PRODUZIONE TO WS-MRP-LEAD
               END-IF
           ELSE
               MOVE 'A' TO WS-MRP-TIPO-ORDINE
               IF WS-MRP-LEAD = 0
                   MOVE WS-MRP-LEAD-ACQUISTO TO WS-MRP-LEAD
               END-IF
           END-IF

           EXEC SQL
               OPEN CUR-MRP-FABBISOGNI
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-MRP-FABBISOGNI
                   INTO :WS-MRP-FONTE, :WS-MRP-SETTIMANA,
                        :WS-MRP-QUANTITA
               END-EXEC

               IF SQLCODE = 0
                   PERFORM CALCOLA-SETTIMANA-MRP
                   ADD WS-MRP-QUANTITA
                       TO WS-MRP-FABBISOGNO(WS-MRP-IDX)
                   IF WS-MRP-FONTE NOT = 'P'
                       ADD WS-MRP-QUANTITA TO WS-MRP-IMPEGNO-NOTO
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-MRP-FABBISOGNI
           END-EXEC

           EXEC SQL
               OPEN CUR-MRP-ARRIVI
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-MRP-ARRIVI
                   INTO :WS-MRP-DOCUMENTO, :WS-MRP-SETTIMANA,
                        :WS-MRP-QUANTITA, :WS-MRP-DATA
               END-EXEC

               IF SQLCODE = 0
                   PERFORM CALCOLA-SETTIMANA-MRP
                   ADD WS-MRP-QUANTITA TO WS-MRP-ARRIVI(WS-MRP-IDX)
                   ADD WS-MRP-QUANTITA TO WS-MRP-ARRIVI-TOT
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-MRP-ARRIVI
           END-EXEC

      * Giacenza di partenza: disponibile meno gli impegni non
      * coperti dalle domande datate gia' conteggiate
           IF WS-MRP-IMPEGNO-NOTO > WS-MRP-IMPEGNATA
               MOVE WS-MRP-DISPONIBILE TO WS-MRP-INIZIALE
           ELSE
               COMPUTE WS-MRP-INIZIALE = WS-MRP-DISPONIBILE
                   - WS-MRP-IMPEGNATA + WS-MRP-IMPEGNO-NOTO
           END-IF

      * Proiezione con i soli arrivi attesi alle date previste
           MOVE WS-MRP-INIZIALE TO WS-MRP-SALDO
           MOVE ZERO TO WS-MRP-SETT-CARENZA
           PERFORM VARYING WS-MRP-IDX FROM 1 BY 1
                   UNTIL WS-MRP-IDX > WS-MRP-ULTIMA
               COMPUTE WS-MRP-SALDO = WS-MRP-SALDO
                   + WS-MRP-ARRIVI(WS-MRP-IDX)
                   - WS-MRP-FABBISOGNO(WS-MRP-IDX)
               MOVE WS-MRP-SALDO TO WS-MRP-PROIETTATO(WS-MRP-IDX)
               IF WS-MRP-SALDO < 0 AND WS-MRP-SETT-CARENZA = 0
                  AND WS-MRP-IDX < WS-MRP-ULTIMA
                   MOVE WS-MRP-IDX TO WS-MRP-SETT-CARENZA
               END-IF
           END-PERFORM

           PERFORM PROPONI-ORDINI-MRP
           IF WS-ESITO = "OK"
               PERFORM VALUTA-ARRIVI-MRP
           END-IF.

      * Colonna dell'orizzonte (WS-MRP-IDX) per la settimana
      * WS-MRP-SETTIMANA: i ritardi cadono nella settimana
      * corrente, le date oltre l'orizzonte nell'ultima colonna
       CALCOLA-SETTIMANA-MRP.
           IF WS-MRP-SETTIMANA < 0
               MOVE 1 TO WS-MRP-IDX
           ELSE
               IF WS-MRP-SETTIMANA > WS-MRP-SETTIMANE
                   MOVE WS-MRP-ULTIMA TO WS-MRP-IDX
               ELSE
                   COMPUTE WS-MRP-IDX = WS-MRP-SETTIMANA + 1
               END-IF
           END-IF.

      * Nuovi ordini: gli arrivi attesi sono considerati tutti
      * disponibili (quelli in ritardo vanno anticipati), si ordina
      * solo quanto non coprono per restare sopra la scorta minima
       PROPONI-ORDINI-MRP.
           COMPUTE WS-MRP-SALDO =
               WS-MRP-INIZIALE + WS-MRP-ARRIVI-TOT

           PERFORM VARYING WS-MRP-IDX FROM 1 BY 1
                   UNTIL WS-MRP-IDX >= WS-MRP-ULTIMA
                      OR WS-ESITO = "KO"
               SUBTRACT WS-MRP-FABBISOGNO(WS-MRP-IDX)
                   FROM WS-MRP-SALDO
               IF WS-MRP-SALDO < WS-MRP-SCORTA
                   PERFORM REGISTRA-PROPOSTA-MRP
               END-IF
           END-PERFORM.

       REGISTRA-PROPOSTA-MRP.
           COMPUTE WS-MRP-QTA-PROPOSTA =
               WS-MRP-SCORTA - WS-MRP-SALDO
           IF WS-MRP-QTA-PROPOSTA < WS-MRP-LOTTO
               MOVE WS-MRP-LOTTO TO WS-MRP-QTA-PROPOSTA
           END-IF
           ADD WS-MRP-QTA-PROPOSTA TO WS-MRP-SALDO

      * Fabbisogno al lunedi' della settimana, rilascio anticipato
      * del lead time; rilascio gia' passato = in ritardo
           COMPUTE WS-MRP-GIORNI = (WS-MRP-IDX - 1) * 7

           EXEC SQL
               SELECT CAST(CAST(:WS-MRP-LUNEDI AS DATE)
                           + :WS-MRP-GIORNI AS VARCHAR),
                      CAST(CAST(:WS-MRP-LUNEDI AS DATE)
                           + :WS-MRP-GIORNI - :WS-MRP-LEAD
                           AS VARCHAR),
                      CASE WHEN CAST(:WS-MRP-LUNEDI AS DATE)
                                + :WS-MRP-GIORNI - :WS-MRP-LEAD
                                < CURRENT_DATE
                           THEN 'S' ELSE 'N' END
               INTO :WS-MRP-DATA-SETT, :WS-MRP-DATA-RILASCIO,
                    :WS-MRP-RITARDO
           END-EXEC

           EXEC SQL
               INSERT INTO MRP_PROPOSTE
               (tipo_azione, tipo_ordine, codice_articolo,
                codice_fornitore, quantita, data_fabbisogno,
                data_rilascio, in_ritardo, data_elaborazione)
               VALUES
               ('O', :WS-MRP-TIPO-ORDINE, :WS-ART-CODICE,
                NULLIF(:WS-MRP-FORNITORE, SPACES),
                :WS-MRP-QTA-PROPOSTA, :WS-MRP-DATA-SETT,
                :WS-MRP-DATA-RILASCIO, :WS-MRP-RITARDO,
                CURRENT_DATE)
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO WS-CONTA-MRP-ORDINARE
           ELSE
               DISPLAY "Errore proposta MRP " WS-ART-CODICE ": "
                       SQLCODE
               MOVE "KO" TO WS-ESITO
           END-IF.

      * Arrivi attesi confrontati con la proiezione: quelli che
      * arrivano dopo la prima settimana scoperta vanno anticipati
      * (fino a coprire la carenza), quelli che si potrebbero
      * ricevere piu' tardi senza andare sotto zero posticipati
       VALUTA-ARRIVI-MRP.
           MOVE ZERO TO WS-MRP-DA-COPRIRE
           IF WS-MRP-SETT-CARENZA > 0
               COMPUTE WS-MRP-DA-COPRIRE =
                   0 - WS-MRP-PROIETTATO(WS-MRP-SETT-CARENZA)
           END-IF

           EXEC SQL
               OPEN CUR-MRP-ARRIVI
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0 OR WS-ESITO = "KO"
               EXEC SQL
                   FETCH CUR-MRP-ARRIVI
                   INTO :WS-MRP-DOCUMENTO, :WS-MRP-SETTIMANA,
                        :WS-MRP-QUANTITA, :WS-MRP-DATA
               END-EXEC

               IF SQLCODE = 0
                   PERFORM CALCOLA-SETTIMANA-MRP
                   MOVE WS-MRP-IDX TO WS-MRP-IDX-ARRIVO
                   IF WS-MRP-SETT-CARENZA > 0
                      AND WS-MRP-IDX-ARRIVO > WS-MRP-SETT-CARENZA
                      AND WS-MRP-DA-COPRIRE > 0
                       PERFORM SEGNALA-ANTICIPO-MRP
                   ELSE
                       PERFORM VALUTA-POSTICIPO-MRP
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-MRP-ARRIVI
           END-EXEC.

       SEGNALA-ANTICIPO-MRP.
           SUBTRACT WS-MRP-QUANTITA FROM WS-MRP-DA-COPRIRE
           COMPUTE WS-MRP-GIORNI = (WS-MRP-SETT-CARENZA - 1) * 7

           EXEC SQL
               SELECT CAST(CAST(:WS-MRP-LUNEDI AS DATE)
                           + :WS-MRP-GIORNI AS VARCHAR)
               INTO :WS-MRP-DATA-SETT
           END-EXEC

           EXEC SQL
               INSERT INTO MRP_PROPOSTE
               (tipo_azione, codice_articolo, numero_documento,
                quantita, data_attuale, data_fabbisogno,
                in_ritardo, data_elaborazione)
               VALUES
               ('A', :WS-ART-CODICE, :WS-MRP-DOCUMENTO,
                :WS-MRP-QUANTITA, :WS-MRP-DATA, :WS-MRP-DATA-SETT,
                'N', CURRENT_DATE)
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO WS-CONTA-MRP-ANTICIPARE
           ELSE
               DISPLAY "Errore segnalazione MRP " WS-ART-CODICE
                       ": " SQLCODE
               MOVE "KO" TO WS-ESITO
           END-IF.

      * Prima settimana, dall'arrivo in poi, in cui senza questo
      * arrivo la proiezione andrebbe sotto zero: se non e' la
      * settimana d'arrivo l'arrivo si puo' posticipare (data
      * vuota = non serve entro l'orizzonte)
       VALUTA-POSTICIPO-MRP.
           IF WS-MRP-IDX-ARRIVO >= WS-MRP-ULTIMA
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-MRP-IDX FROM WS-MRP-IDX-ARRIVO BY 1
                   UNTIL WS-MRP-IDX >= WS-MRP-ULTIMA
                      OR WS-MRP-PROIETTATO(WS-MRP-IDX) <
                         WS-MRP-QUANTITA
               CONTINUE
           END-PERFORM

           IF WS-MRP-IDX = WS-MRP-IDX-ARRIVO
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-MRP-DATA-SETT
           IF WS-MRP-IDX < WS-MRP-ULTIMA
               COMPUTE WS-MRP-GIORNI = (WS-MRP-IDX - 1) * 7
               EXEC SQL
                   SELECT CAST(CAST(:WS-MRP-LUNEDI AS DATE)
                               + :WS-MRP-GIORNI AS VARCHAR)
                   INTO :WS-MRP-DATA-SETT
               END-EXEC
           END-IF

           EXEC SQL
               INSERT INTO MRP_PROPOSTE
               (tipo_azione, codice_articolo, numero_documento,
                quantita, data_attuale, data_fabbisogno,
                in_ritardo, data_elaborazione)
               VALUES
               ('P', :WS-ART-CODICE, :WS-MRP-DOCUMENTO,
                :WS-MRP-QUANTITA, :WS-MRP-DATA,
                NULLIF(:WS-MRP-DATA-SETT, SPACES),
                'N', CURRENT_DATE)
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO WS-CONTA-MRP-POSTICIPARE
           ELSE
               DISPLAY "Errore segnalazione MRP " WS-ART-CODICE
                       ": " SQLCODE
               MOVE "KO" TO WS-ESITO
           END-IF.

      ******************************************************************
      * Report eccezioni del pianificatore dall'ultima elaborazione
      * MRP: ordini da emettere (acquisto o produzione, con data di
      * rilascio e segnalazione dei rilasci gia' in ritardo), arrivi
      * da anticipare e arrivi da posticipare.
      ******************************************************************
       STAMPA-REPORT-MRP.
           PERFORM GENERA-DATA-STAMP
           MOVE SPACES TO WS-NOME-FILE-MRP
           STRING "MRP-" WS-DATA-STAMP ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-MRP

           OPEN OUTPUT MRP-FILE

           WRITE MRP-RECORD FROM
               "PIANIFICAZIONE FABBISOGNI - REPORT ECCEZIONI"
           MOVE ALL "=" TO MRP-RECORD
           WRITE MRP-RECORD

           MOVE SPACES TO MRP-RECORD
           MOVE WS-MRP-SETTIMANE TO WS-NUMERO-EDIT
           STRING "Data: " FUNCTION CURRENT-DATE(1:10)
                  "    Orizzonte settimane: " WS-NUMERO-EDIT
                  "    dal " WS-MRP-LUNEDI
                  DELIMITED BY SIZE INTO MRP-RECORD
           WRITE MRP-RECORD

           MOVE SPACE TO WS-MRP-AZIONE-CORR

           EXEC SQL
               OPEN CUR-MRP-AZIONI
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-MRP-AZIONI
                   INTO :WS-MRP-AZIONE, :WS-MRP-ST-ARTICOLO,
                        :WS-MRP-ST-DESCR, :WS-MRP-ST-DOC,
                        :WS-MRP-TIPO-ORDINE, :WS-MRP-ST-FORNITORE,
                        :WS-MRP-QUANTITA, :WS-MRP-ST-DATA-ATT,
                        :WS-MRP-ST-DATA-FAB, :WS-MRP-ST-DATA-RIL,
                        :WS-MRP-RITARDO
               END-EXEC

               IF SQLCODE = 0
                   IF WS-MRP-AZIONE NOT = WS-MRP-AZIONE-CORR
                       MOVE WS-MRP-AZIONE TO WS-MRP-AZIONE-CORR
                       PERFORM SCRIVI-SEZIONE-MRP
                   END-IF
                   PERFORM SCRIVI-RIGA-MRP
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-MRP-AZIONI
           END-EXEC

           WRITE MRP-RECORD FROM SPACES
           MOVE SPACES TO MRP-RECORD
           MOVE WS-CONTA-MRP-ORDINARE TO WS-NUMERO-EDIT
           STRING "Ordini proposti: " WS-NUMERO-EDIT
                  DELIMITED BY SIZE INTO MRP-RECORD
           WRITE MRP-RECORD
           MOVE SPACES TO MRP-RECORD
           MOVE WS-CONTA-MRP-ANTICIPARE TO WS-NUMERO-EDIT
           STRING "Arrivi da anticipare: " WS-NUMERO-EDIT
                  DELIMITED BY SIZE INTO MRP-RECORD
           WRITE MRP-RECORD
           MOVE SPACES TO MRP-RECORD
           MOVE WS-CONTA-MRP-POSTICIPARE TO WS-NUMERO-EDIT
           STRING "Arrivi da posticipare: " WS-NUMERO-EDIT
                  DELIMITED BY SIZE INTO MRP-RECORD
           WRITE MRP-RECORD

           CLOSE MRP-FILE

           MOVE WS-CONTA-MRP-ORDINARE TO WS-NUMERO-EDIT
           DISPLAY "Ordini proposti: " WS-NUMERO-EDIT
           MOVE WS-CONTA-MRP-ANTICIPARE TO WS-NUMERO-EDIT
           DISPLAY "Arrivi da anticipare: " WS-NUMERO-EDIT
           MOVE WS-CONTA-MRP-POSTICIPARE TO WS-NUMERO-EDIT
           DISPLAY "Arrivi da posticipare: " WS-NUMERO-EDIT
           DISPLAY "Report generato: " WS-NOME-FILE-MRP.

       SCRIVI-SEZIONE-MRP.
           WRITE MRP-RECORD FROM SPACES
           EVALUATE WS-MRP-AZIONE
               WHEN 'O'
                   WRITE MRP-RECORD FROM "DA ORDINARE"
                   MOVE SPACES TO MRP-RECORD
                   STRING "ARTICOLO   DESCRIZIONE                    "
                          "     QUANTITA TIPO FORNIT.  RILASCIO   "
                          "FABBISOGNO"
                          DELIMITED BY SIZE INTO MRP-RECORD
               WHEN 'A'
                   WRITE MRP-RECORD FROM "DA ANTICIPARE"
                   MOVE SPACES TO MRP-RECORD
                   STRING "ARTICOLO   DESCRIZIONE                    "
                          "     QUANTITA DOCUMENTO                 "
                          "     PREVISTO   ANTICIPARE AL"
                          DELIMITED BY SIZE INTO MRP-RECORD
               WHEN OTHER
                   WRITE MRP-RECORD FROM "DA POSTICIPARE"
                   MOVE SPACES TO MRP-RECORD
                   STRING "ARTICOLO   DESCRIZIONE                    "
                          "     QUANTITA DOCUMENTO                 "
                          "     PREVISTO   POSTICIPARE AL"
                          DELIMITED BY SIZE INTO MRP-RECORD
           END-EVALUATE
           WRITE MRP-RECORD
           MOVE ALL "-" TO MRP-RECORD
           WRITE MRP-RECORD.

       SCRIVI-RIGA-MRP.
           MOVE SPACES TO MRP-RECORD
           MOVE WS-MRP-QUANTITA TO WS-QUANTITA-EDIT
           STRING WS-MRP-ST-ARTICOLO " " WS-MRP-ST-DESCR " "
                  WS-QUANTITA-EDIT " "
                  DELIMITED BY SIZE INTO MRP-RECORD

           IF WS-MRP-AZIONE = 'O'
               IF WS-MRP-TIPO-ORDINE = 'P'
                   STRING MRP-RECORD(1:56) "PROD " "         "
                          WS-MRP-ST-DATA-RIL " " WS-MRP-ST-DATA-FAB
                          DELIMITED BY SIZE INTO MRP-RECORD
               ELSE
                   STRING MRP-RECORD(1:56) "ACQ  "
                          WS-MRP-ST-FORNITORE " "
                          WS-MRP-ST-DATA-RIL " " WS-MRP-ST-DATA-FAB
                          DELIMITED BY SIZE INTO MRP-RECORD
               END-IF
               IF WS-MRP-RITARDO = 'S'
                   STRING MRP-RECORD(1:91) " RILASCIO IN RITARDO"
                          DELIMITED BY SIZE INTO MRP-RECORD
               END-IF
           ELSE
               IF WS-MRP-ST-DATA-FAB = SPACES
                   MOVE "NON SERVE" TO WS-MRP-ST-DATA-FAB
               END-IF
               STRING MRP-RECORD(1:56) WS-MRP-ST-DOC " "
                      WS-MRP-ST-DATA-ATT " " WS-MRP-ST-DATA-FAB
                      DELIMITED BY SIZE INTO MRP-RECORD
           END-IF
           WRITE MRP-RECORD.

       IMPOSTA-LEAD-TIME-ARTICOLO.
           DISPLAY " "
           DISPLAY "Codice articolo: " WITH NO ADVANCING
           ACCEPT WS-ART-CODICE

           PERFORM CARICA-ARTICOLO
           IF WS-ESITO NOT = "OK"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Articolo: " WS-ART-DESCRIZIONE(1:50)

           DISPLAY "Lead time in giorni (acquisto o produzione, "
                   "0 = standard): " WITH NO ADVANCING
           ACCEPT WS-MRP-LEAD

           MOVE "ARTICOLI" TO WS-AUD-TABELLA
           MOVE WS-ART-CODICE TO WS-AUD-CHIAVE
           PERFORM AUDIT-PRIMA

           EXEC SQL
               UPDATE ARTICOLI
               SET lead_time_giorni = NULLIF(:WS-MRP-LEAD, 0)
               WHERE codice_articolo = :WS-ART-CODICE
           END-EXEC

           IF SQLCODE = 0
               DISPLAY "Lead time aggiornato!"
               PERFORM AUDIT-DOPO
           ELSE
               DISPLAY "Errore aggiornamento articolo: " SQLCODE
           END-IF.

       VISUALIZZA-OP-APERTI.
           DISPLAY " "
           DISPLAY "=== ORDINI DI PRODUZIONE APERTI ==="
           DISPLAY " "

           EXEC SQL
               DECLARE CUR-OP-APERTI CURSOR FOR
               SELECT numero_op, codice_kit,
                      quantita_pianificata, stato, data_apertura
               FROM ORDINI_PRODUZIONE
               WHERE stato IN ('A', 'P')
               ORDER BY data_apertura, numero_op
           END-EXEC

           EXEC SQL
               OPEN CUR-OP-APERTI
           END-EXEC

           MOVE ZERO TO WS-CONTA-OP

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-OP-APERTI
                   INTO :WS-OP-NUMERO, :WS-OP-KIT, :WS-OP-QTA,
                        :WS-OP-STATO, :WS-OV-DATA
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-CONTA-OP
                   MOVE WS-OP-QTA TO WS-QUANTITA-EDIT
                   DISPLAY WS-OP-NUMERO " del " WS-OV-DATA
                   DISPLAY "  Kit: " WS-OP-KIT
                           "  Quantità: " WS-QUANTITA-EDIT
                   IF WS-OP-STATO = 'A'
                       DISPLAY "  Stato: APERTO"
                   ELSE
                       DISPLAY "  Stato: PRELEVATO"
                   END-IF
                   DISPLAY " "
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-OP-APERTI
           END-EXEC

           IF WS-CONTA-OP = 0
               DISPLAY "Nessun ordine di produzione aperto."
           END-IF.

       AGGIUNGI-COMPONENTE-DISTINTA.
           DISPLAY " "
           DISPLAY "Codice articolo padre (kit): " WITH NO ADVANCING
           ACCEPT WS-DIB-PADRE

           MOVE WS-DIB-PADRE TO WS-ART-CODICE
           PERFORM CARICA-ARTICOLO
           IF WS-ESITO NOT = "OK"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Kit: " WS-ART-DESCRIZIONE(1:50)

           DISPLAY "Codice componente: " WITH NO ADVANCING
           ACCEPT WS-DIB-COMPONENTE

           IF WS-DIB-COMPONENTE = WS-DIB-PADRE
               DISPLAY "Il componente non può coincidere con il kit!"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DIB-COMPONENTE TO WS-ART-CODICE
           PERFORM CARICA-ARTICOLO
           IF WS-ESITO NOT = "OK"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Componente: " WS-ART-DESCRIZIONE(1:50)

      * Un componente che e' a sua volta un kit creerebbe
      * un'esplosione a piu' livelli non gestita dallo scarico
           MOVE WS-DIB-COMPONENTE TO WS-ART-CODICE
           PERFORM VERIFICA-DISTINTA-BASE
           IF WS-DIB-COMPONENTI > 0
               DISPLAY "Il componente è a sua volta un kit: "
                       "distinta a più livelli non consentita!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Quantità componente per kit: " WITH NO ADVANCING
           ACCEPT WS-DIB-COEFF

           IF WS-DIB-COEFF <= 0
               DISPLAY "Quantità non valida!"
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               INSERT INTO DISTINTA_BASE
               (codice_articolo_padre, codice_componente,
                quantita_componente)
               VALUES
               (:WS-DIB-PADRE, :WS-DIB-COMPONENTE, :WS-DIB-COEFF)
           END-EXEC

           IF SQLCODE = 0
               DISPLAY "Componente aggiunto alla distinta!"
           ELSE IF SQLCODE = -803
               DISPLAY "Componente già presente in distinta!"
           ELSE
               DISPLAY "Errore inserimento componente: " SQLCODE
           END-IF.

       VISUALIZZA-DISTINTA.
           DISPLAY " "
           DISPLAY "Codice articolo padre (kit): " WITH NO ADVANCING
           ACCEPT WS-DIB-PADRE

           DISPLAY " "
           DISPLAY "COMPONENTE  DESCRIZIONE                    " &
                   "QTA PER KIT"
           DISPLAY ALL "-"

           MOVE ZERO TO WS-DIB-COMPONENTI

           EXEC SQL
               OPEN CUR-COMPONENTI-VIS
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-COMPONENTI-VIS
                   INTO :WS-DIB-COMPONENTE, :WS-ART-DESCRIZIONE,
                        :WS-DIB-COEFF
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-DIB-COMPONENTI
                   MOVE WS-DIB-COEFF TO WS-QUANTITA-EDIT
                   DISPLAY WS-DIB-COMPONENTE "  "
                           WS-ART-DESCRIZIONE(1:30) " "
                           WS-QUANTITA-EDIT
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-COMPONENTI-VIS
           END-EXEC

           IF WS-DIB-COMPONENTI = 0
               DISPLAY "Nessun componente in distinta."
           END-IF.

       REGISTRA-ARRETRATO.
           EXEC SQL
               INSERT INTO ARRETRATI
               (codice_articolo, quantita_arretrata, numero_documento,
                causale, data_richiesta, stato)
               VALUES
               (:WS-ART-CODICE, :WS-ARR-QUANTITA, :WS-MOV-NUMERO-DOC,
                :WS-MOV-CAUSALE, CURRENT_DATE, 'A')
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Errore registrazione arretrato: " SQLCODE
               MOVE "KO" TO WS-ESITO
           ELSE
                valuta, cambio)
               VALUES
               (:WS-MOV-TIPO, :WS-MOV-NUMERO-DOC, :WS-ART-CODICE,
                :WS-MOV-MAGAZZINO,
                NULLIF(:WS-MOV-MAGAZZINO-DEST, SPACES),
                :WS-MOV-QUANTITA, :WS-MOV-PREZZO, :WS-MOV-VALORE,
                :WS-MOV-CAUSALE, :WS-MOV-FORNITORE, :WS-MOV-OPERATORE,
                :WS-MOV-VALUTA, :WS-MOV-CAMBIO)
           
           EXEC SQL
               UPDATE GIACENZE
               SET quantita_disponibile =
                   quantita_disponibile + :WS-MOV-QUANTITA,
                   valore_medio = :WS-NUOVO-MEDIO,
                   valore_ultimo = :WS-MOV-PREZZO,
                   data_ultimo_carico = CURRENT_DATE
       AGGIORNA-GIACENZA-SCARICO.
           EXEC SQL
               UPDATE GIACENZE
               SET quantita_disponibile =
                   quantita_disponibile - :WS-MOV-QUANTITA,
                   data_ultimo_scarico = CURRENT_DATE
               WHERE codice_articolo = :WS-ART-CODICE
               AND codice_magazzino = :WS-MAGAZZINO-DEFAULT
               INSERT INTO LOTTI
               (codice_articolo, numero_lotto, data_carico,
                quantita_iniziale, quantita_residua, prezzo_acquisto,
                data_scadenza, stato, numero_documento_carico)
               VALUES
               (:WS-ART-CODICE, :WS-LOT-NUMERO, CURRENT_DATE,
                :WS-MOV-QUANTITA, :WS-MOV-QUANTITA, :WS-MOV-PREZZO,
                NULLIF(:WS-LOT-SCADENZA, SPACES), :WS-LOT-STATO,
                NULLIF(:WS-MOV-NUMERO-DOC, SPACES))
           END-EXEC

           IF SQLCODE = -803
                                    WS-GIA-IMPEGNATA
           MOVE WS-QTA-RESIDUA TO WS-QUANTITA-EDIT
           DISPLAY "  Netta:           " WS-QUANTITA-EDIT

      * Componenti inviati in conto lavoro: fuori dal magazzino
      * ma ancora di proprieta'
           MOVE ZERO TO WS-CLV-QTA-TERZI
           EXEC SQL
               SELECT COALESCE(SUM(quantita), 0)
               INTO :WS-CLV-QTA-TERZI
               FROM GIACENZE_TERZISTI
               WHERE codice_articolo = :WS-ART-CODICE
           END-EXEC
           IF WS-CLV-QTA-TERZI > 0
               MOVE WS-CLV-QTA-TERZI TO WS-QUANTITA-EDIT
               DISPLAY "  Presso terzisti: " WS-QUANTITA-EDIT
           END-IF
           DISPLAY " "
           DISPLAY "SCORTE:"
           MOVE WS-ART-SCORTA-MIN TO WS-QUANTITA-EDIT
           PERFORM SCARICO-LOTTI-SCADUTI

           DISPLAY " "
           DISPLAY "Chiusura offerte clienti scadute..."
           PERFORM AGGIORNA-OFFERTE-SCADUTE

           DISPLAY " "
           DISPLAY "Previsione domanda stagionale..."
           PERFORM CALCOLO-PREVISIONI-DOMANDA

           DISPLAY " "
           DISPLAY "Batch notturno completato.".

       QUADRATURA-GIACENZE.
           DISPLAY " "
           DISPLAY "=== QUADRATURA GIACENZE / MOVIMENTI ==="

                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

      * Anche i componenti presso i terzisti in conto lavoro, al
      * costo di invio
           MOVE ZERO TO WS-CLV-TOTALE
           EXEC SQL
               SELECT COALESCE(SUM(quantita * valore_medio), 0)
               INTO :WS-CLV-TOTALE
               FROM GIACENZE_TERZISTI
           END-EXEC

           MOVE SPACES TO REPORT-RECORD
           MOVE WS-CLV-TOTALE TO WS-IMPORTO-EDIT
           STRING "MATERIALE PRESSO TERZISTI IN CONTO LAVORO: EUR "
                  WS-IMPORTO-EDIT
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           CLOSE REPORT-FILE

      * Esecuzione completata: azzera il checkpoint
           ACCEPT WS-RISPOSTA

           IF WS-RISPOSTA = 'S' OR 's'
               PERFORM CONTROLLA-SOGLIA-RETTIFICA
               IF WS-AUT-RICHIESTA = 'S'
                   PERFORM RICHIEDI-AUT-RETTIFICA
                   EXIT PARAGRAPH
               END-IF
               PERFORM APPLICA-RETTIFICA
               IF WS-ESITO = "OK"
                   DISPLAY "Rettifica eseguita con successo!"

           MOVE ZERO TO WS-CONTA-RIGHE-CONTEGGIO
           MOVE ZERO TO WS-CONTA-VARIANZE
           MOVE ZERO TO WS-CONTA-AUT-RICHIESTE
           MOVE 'N' TO WS-CONT-EOF

           PERFORM GENERA-DATA-STAMP
                                       GIVING WS-MOV-QUANTITA
                               END-IF

                               PERFORM CONTROLLA-SOGLIA-RETTIFICA
                               IF WS-AUT-RICHIESTA = 'S'
                                   ADD 1 TO WS-CONTA-AUT-RICHIESTE
                                   PERFORM RICHIEDI-AUT-RETTIFICA
                               ELSE
                                   PERFORM APPLICA-RETTIFICA
                               END-IF

                               STRING WS-ART-CODICE " "
                                      WS-ART-DESCRIZIONE(1:30) " "
                                      WS-QUANTITA-EDIT
                                      DELIMITED BY SIZE
                                      INTO INVENTARIO-RECORD
                               IF WS-AUT-RICHIESTA = 'S'
                                   STRING INVENTARIO-RECORD(1:88)
                                          "ATTESA AUTORIZZAZIONE"
                                          DELIMITED BY SIZE
                                          INTO INVENTARIO-RECORD
                               END-IF
                               WRITE INVENTARIO-RECORD
                           END-IF
                       ELSE
           DISPLAY "Righe elaborate: " WS-NUMERO-EDIT
           MOVE WS-CONTA-VARIANZE TO WS-NUMERO-EDIT
           DISPLAY "Variazioni rilevate: " WS-NUMERO-EDIT
           MOVE WS-CONTA-AUT-RICHIESTE TO WS-NUMERO-EDIT
           DISPLAY "In attesa di autorizzazione: " WS-NUMERO-EDIT
           DISPLAY "Report salvato in " WS-NOME-FILE-INVENTARIO.

      ******************************************************************
               DISPLAY "Periodo " WS-PER-MESE "/" WS-PER-ANNO
                       " chiuso."
               PERFORM STAMPA-GIORNALE-MAGAZZINO
               PERFORM FLUSSO-COGE-MAGAZZINO
           ELSE
               EXEC SQL
                   ROLLBACK

           DISPLAY "Giornale salvato in " WS-NOME-FILE-GIORNALE.

      * Flusso del mese chiuso per la contabilita' generale: una
      * registrazione a fine mese con il valore dei movimenti per
      * tipo; i conti dare e avere li assegna la causale
       FLUSSO-COGE-MAGAZZINO.
           MOVE SPACES TO WS-NOME-FILE-COGE
           STRING "COGE-MAG-" WS-PER-ANNO WS-PER-MESE ".DAT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-COGE

           MOVE "MAG" TO COG-SORGENTE
           MOVE SPACES TO COG-REGISTRAZIONE
           STRING "MAG-" WS-PER-ANNO WS-PER-MESE
                  DELIMITED BY SIZE INTO COG-REGISTRAZIONE
           MOVE SPACE TO COG-SEGNO

           EXEC SQL
               SELECT CAST(CAST(:WS-PER-DATA-FINE AS DATE) - 1
                           AS CHAR(10))
               INTO :COG-DATA
           END-EXEC

           OPEN OUTPUT COGE-FILE

           EXEC SQL
               OPEN CUR-COGE-MAGAZZINO
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-COGE-MAGAZZINO
                   INTO :COG-CAUSALE, :WS-COGE-CONTA,
                        :WS-COGE-VALORE
               END-EXEC

               IF SQLCODE = 0
                   MOVE WS-COGE-VALORE TO COG-IMPORTO
                   MOVE WS-COGE-CONTA TO WS-NUMERO-EDIT
                   MOVE SPACES TO COG-DESCRIZIONE
                   STRING "Movimenti " COG-CAUSALE(5:3)
                          " del mese: " WS-NUMERO-EDIT
                          DELIMITED BY SIZE INTO COG-DESCRIZIONE
                   PERFORM SCRIVI-RIGA-COGE
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-COGE-MAGAZZINO
           END-EXEC

           CLOSE COGE-FILE

           DISPLAY "Flusso contabilita' generale salvato in "
                   WS-NOME-FILE-COGE.

      * Le righe a valore zero non vanno in contabilita'
       SCRIVI-RIGA-COGE.
           IF COG-IMPORTO NOT = 0
               WRITE COGE-RECORD FROM WS-COGE-RIGA
           END-IF.

      ******************************************************************
      * Archiviazione annuale dei movimenti di magazzino: dopo la
      * chiusura dell'ultimo mese dell'anno i movimenti
           DISPLAY "1. Inserisci ubicazione in anagrafica"
           DISPLAY "2. Mappa ubicazioni articolo"
           DISPLAY "3. Spostamento tra ubicazioni (abbassamento)"
           DISPLAY "4. Livelli minimo/massimo ubicazione picking"
           DISPLAY "5. Genera missioni di rifornimento picking"
           DISPLAY "6. Missioni di rifornimento non confermate"
           DISPLAY "7. Annulla missione di rifornimento"
           DISPLAY " "
           DISPLAY "Scelta: " WITH NO ADVANCING
           ACCEPT WS-SCELTA
                   PERFORM MAPPA-UBICAZIONI-ARTICOLO
               WHEN 3
                   PERFORM SPOSTA-TRA-UBICAZIONI
               WHEN 4
                   PERFORM IMPOSTA-LIVELLI-PICKING
               WHEN 5
                   PERFORM GENERA-RIFORNIMENTO-PICKING
               WHEN 6
                   PERFORM REPORT-MISSIONI-APERTE
               WHEN 7
                   PERFORM ANNULLA-MISSIONE-RIFORNIMENTO
               WHEN OTHER
                   DISPLAY "Scelta non valida!"
           END-EVALUATE.
      * Spostamento interno tra ubicazioni dello stesso magazzino
      * (anche per l'abbassamento dalla scorta al picking): muove
      * solo la giacenza per ubicazione, il saldo contabile
      * dell'articolo non cambia. Indicando il numero di una
      * missione di rifornimento articolo, ubicazioni e quantita'
      * vengono dalla missione, che risulta confermata.
      ******************************************************************
       SPOSTA-TRA-UBICAZIONI.
           DISPLAY " "
           MOVE ZERO TO WS-RIF-ID
           DISPLAY "Missione di rifornimento (invio = spostamento "
                   "libero): " WITH NO ADVANCING
           ACCEPT WS-RIF-ID

           IF WS-RIF-ID > 0
               PERFORM CARICA-MISSIONE-RIFORNIMENTO
               IF WS-ESITO NOT = "OK"
                   EXIT PARAGRAPH
               END-IF
           ELSE
               DISPLAY "Codice articolo: " WITH NO ADVANCING
               ACCEPT WS-ART-CODICE

               PERFORM CARICA-ARTICOLO
               IF WS-ESITO NOT = "OK"
                   EXIT PARAGRAPH
               END-IF

               DISPLAY "Ubicazione di origine: " WITH NO ADVANCING
               ACCEPT WS-UBI-ORIGINE

               DISPLAY "Ubicazione di destinazione: "
                       WITH NO ADVANCING
               ACCEPT WS-UBI-DEST
           END-IF

           IF WS-UBI-ORIGINE = WS-UBI-DEST
               DISPLAY "Origine e destinazione coincidono!"
           MOVE WS-UBI-QTA TO WS-QUANTITA-EDIT
           DISPLAY "Giacenza in origine: " WS-QUANTITA-EDIT

           IF WS-RIF-ID > 0
               DISPLAY "Quantità spostata (invio = quantità della "
                       "missione): " WITH NO ADVANCING
           ELSE
               DISPLAY "Quantità da spostare: " WITH NO ADVANCING
           END-IF
           ACCEPT WS-UBI-QTA-SPOST
           IF WS-RIF-ID > 0 AND WS-UBI-QTA-SPOST = 0
               MOVE WS-RIF-QTA TO WS-UBI-QTA-SPOST
           END-IF

           IF WS-UBI-QTA-SPOST <= 0
               OR WS-UBI-QTA-SPOST > WS-UBI-QTA
               END-IF
           END-IF

      * Conferma della missione con la quantita' effettivamente
      * spostata
           IF SQLCODE = 0 AND WS-RIF-ID > 0
               EXEC SQL
                   UPDATE MISSIONI_RIFORNIMENTO
                   SET stato = 'C',
                       quantita_confermata = :WS-UBI-QTA-SPOST,
                       data_conferma = CURRENT_TIMESTAMP,
                       operatore_conferma = :WS-OPERATORE-CORRENTE
                   WHERE id_missione = :WS-RIF-ID
                   AND stato = 'A'
               END-EXEC
           END-IF

           IF SQLCODE = 0
               EXEC SQL
                   COMMIT
               END-EXEC
               DISPLAY "Spostamento registrato!"
               IF WS-RIF-ID > 0
                   DISPLAY "Missione confermata."
               END-IF
           ELSE
               EXEC SQL
                   ROLLBACK
               DISPLAY "Errore durante lo spostamento: " SQLCODE
           END-IF.

      * Livello minimo (soglia di rifornimento) e massimo (capienza)
      * dell'articolo in una ubicazione della zona picking
       IMPOSTA-LIVELLI-PICKING.
           DISPLAY " "
           DISPLAY "Codice articolo: " WITH NO ADVANCING
           ACCEPT WS-ART-CODICE

           PERFORM CARICA-ARTICOLO
           IF WS-ESITO NOT = "OK"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Articolo: " WS-ART-DESCRIZIONE(1:50)

           DISPLAY "Ubicazione picking: " WITH NO ADVANCING
           ACCEPT WS-RIF-UBI-PICK

           EXEC SQL
               SELECT zona
               INTO :WS-UBI-ZONA
               FROM UBICAZIONI
               WHERE codice_magazzino = :WS-MAGAZZINO-DEFAULT
               AND codice_ubicazione = :WS-RIF-UBI-PICK
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-UBI-ZONA NOT = 'P'
               DISPLAY "Ubicazione non in anagrafica o non di "
                       "zona picking!"
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               SELECT livello_minimo, livello_massimo
               INTO :WS-RIF-MINIMO, :WS-RIF-MASSIMO
               FROM LIVELLI_PICKING
               WHERE codice_articolo = :WS-ART-CODICE
               AND codice_magazzino = :WS-MAGAZZINO-DEFAULT
               AND codice_ubicazione = :WS-RIF-UBI-PICK
           END-EXEC

           IF SQLCODE = 0
               MOVE WS-RIF-MINIMO TO WS-QUANTITA-EDIT
               DISPLAY "Livello minimo attuale:  " WS-QUANTITA-EDIT
               MOVE WS-RIF-MASSIMO TO WS-QUANTITA-EDIT
               DISPLAY "Livello massimo attuale: " WS-QUANTITA-EDIT
           END-IF

           DISPLAY "Livello minimo (" WS-ART-UM "): "
                   WITH NO ADVANCING
           ACCEPT WS-RIF-MINIMO
           DISPLAY "Livello massimo (" WS-ART-UM "): "
                   WITH NO ADVANCING
           ACCEPT WS-RIF-MASSIMO

           IF WS-RIF-MASSIMO <= WS-RIF-MINIMO
               DISPLAY "Il massimo deve superare il minimo!"
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               UPDATE LIVELLI_PICKING
               SET livello_minimo = :WS-RIF-MINIMO,
                   livello_massimo = :WS-RIF-MASSIMO
               WHERE codice_articolo = :WS-ART-CODICE
               AND codice_magazzino = :WS-MAGAZZINO-DEFAULT
               AND codice_ubicazione = :WS-RIF-UBI-PICK
           END-EXEC

           IF SQLCODE = 100 OR SQLCODE = -100
               EXEC SQL
                   INSERT INTO LIVELLI_PICKING
                   (codice_articolo, codice_magazzino,
                    codice_ubicazione, livello_minimo,
                    livello_massimo)
                   VALUES
                   (:WS-ART-CODICE, :WS-MAGAZZINO-DEFAULT,
                    :WS-RIF-UBI-PICK, :WS-RIF-MINIMO,
                    :WS-RIF-MASSIMO)
               END-EXEC
           END-IF

           IF SQLCODE = 0
               DISPLAY "Livelli di picking registrati!"
           ELSE
               DISPLAY "Errore registrazione livelli: " SQLCODE
           END-IF.

      ******************************************************************
      * Batch di rifornimento del picking, da lanciare prima
      * dell'ondata di prelievo: per ogni ubicazione picking con
      * giacenza piu' arrivi in corso non oltre il minimo genera le
      * missioni per riportarla al massimo, prelevando dalle
      * ubicazioni di scorta. I lotti seguono l'ordine di scadenza
      * e di carico: la merce gia' a picking o in arrivo si
      * considera dei lotti piu' vecchi, le missioni indicano i
      * lotti successivi. Le missioni generate sono stampate come
      * lista di lavoro.
      ******************************************************************
       GENERA-RIFORNIMENTO-PICKING.
           DISPLAY " "
           DISPLAY "=== RIFORNIMENTO UBICAZIONI DI PICKING ==="

           MOVE ZERO TO WS-CONTA-RIF
           MOVE ZERO TO WS-RIF-ID-INIZIO
           EXEC SQL
               SELECT COALESCE(MAX(id_missione), 0)
               INTO :WS-RIF-ID-INIZIO
               FROM MISSIONI_RIFORNIMENTO
           END-EXEC

           EXEC SQL
               OPEN CUR-RIF-LIVELLI
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-RIF-LIVELLI
                   INTO :WS-ART-CODICE, :WS-RIF-UBI-PICK,
                        :WS-RIF-MINIMO, :WS-RIF-MASSIMO,
                        :WS-RIF-PRESENTE, :WS-RIF-IN-ARRIVO
               END-EXEC

               IF SQLCODE = 0
                   AND WS-RIF-PRESENTE + WS-RIF-IN-ARRIVO
                       <= WS-RIF-MINIMO
                   COMPUTE WS-RIF-FABBISOGNO = WS-RIF-MASSIMO
                       - WS-RIF-PRESENTE - WS-RIF-IN-ARRIVO
                   PERFORM RIFORNISCI-UBICAZIONE-PICKING
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-RIF-LIVELLI
           END-EXEC

           MOVE WS-CONTA-RIF TO WS-NUMERO-EDIT
           DISPLAY "Missioni di rifornimento generate: "
                   WS-NUMERO-EDIT

           IF WS-CONTA-RIF > 0
               MOVE "LISTA MISSIONI DI RIFORNIMENTO PICKING"
                   TO WS-RIF-TITOLO
               PERFORM GENERA-DATA-STAMP
               MOVE SPACES TO WS-NOME-FILE-RIF
               STRING "RIFORNIMENTO-" WS-DATA-STAMP ".TXT"
                      DELIMITED BY SIZE INTO WS-NOME-FILE-RIF
               PERFORM STAMPA-MISSIONI-RIFORNIMENTO
           END-IF.

      * Missioni per l'ubicazione WS-RIF-UBI-PICK dell'articolo
      * WS-ART-CODICE fino a WS-RIF-FABBISOGNO
       RIFORNISCI-UBICAZIONE-PICKING.
      * Scorte disponibili
           MOVE ZERO TO WS-RIF-NUM-UBI
           EXEC SQL
               OPEN CUR-RIF-SCORTE
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-RIF-SCORTE
                   INTO :WS-UBI-CODICE, :WS-RIF-QTA
               END-EXEC

               IF SQLCODE = 0 AND WS-RIF-QTA > 0
                   AND WS-RIF-NUM-UBI < WS-RIF-MAX-UBI
                   ADD 1 TO WS-RIF-NUM-UBI
                   MOVE WS-UBI-CODICE
                       TO WS-RIF-S-UBICAZIONE(WS-RIF-NUM-UBI)
                   MOVE WS-RIF-QTA TO WS-RIF-S-QTA(WS-RIF-NUM-UBI)
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-RIF-SCORTE
           END-EXEC

           IF WS-RIF-NUM-UBI = 0
               DISPLAY "  " WS-ART-CODICE " ubicazione "
                       WS-RIF-UBI-PICK
                       ": nessuna scorta da cui rifornire!"
               EXIT PARAGRAPH
           END-IF

      * Lotti in ordine di scadenza e carico
           MOVE ZERO TO WS-RIF-NUM-LOTTI
           EXEC SQL
               OPEN CUR-RIF-LOTTI
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-RIF-LOTTI
                   INTO :WS-RIF-LOTTO-ID, :WS-RIF-LOTTO-NUM,
                        :WS-RIF-SCADENZA, :WS-RIF-QTA
               END-EXEC

               IF SQLCODE = 0
                   AND WS-RIF-NUM-LOTTI < WS-RIF-MAX-LOTTI
                   ADD 1 TO WS-RIF-NUM-LOTTI
                   MOVE WS-RIF-LOTTO-ID
                       TO WS-RIF-L-ID(WS-RIF-NUM-LOTTI)
                   MOVE WS-RIF-LOTTO-NUM
                       TO WS-RIF-L-NUMERO(WS-RIF-NUM-LOTTI)
                   MOVE WS-RIF-SCADENZA
                       TO WS-RIF-L-SCADENZA(WS-RIF-NUM-LOTTI)
                   MOVE WS-RIF-QTA TO WS-RIF-L-QTA(WS-RIF-NUM-LOTTI)
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-RIF-LOTTI
           END-EXEC

      * La merce gia' a picking o in arrivo consuma i lotti piu'
      * vecchi
           MOVE ZERO TO WS-RIF-SALTO
           EXEC SQL
               SELECT COALESCE((SELECT SUM(g.quantita)
                                FROM GIACENZE_UBICAZIONI g
                                JOIN UBICAZIONI u
                                  ON u.codice_magazzino =
                                     g.codice_magazzino
                                 AND u.codice_ubicazione =
                                     g.codice_ubicazione
                                WHERE g.codice_articolo =
                                      :WS-ART-CODICE
                                AND g.codice_magazzino =
                                    :WS-MAGAZZINO-DEFAULT
                                AND u.zona = 'P'), 0)
                    + COALESCE((SELECT SUM(m.quantita)
                                FROM MISSIONI_RIFORNIMENTO m
                                WHERE m.codice_articolo =
                                      :WS-ART-CODICE
                                AND m.codice_magazzino =
                                    :WS-MAGAZZINO-DEFAULT
                                AND m.stato = 'A'), 0)
               INTO :WS-RIF-SALTO
           END-EXEC

           PERFORM VARYING WS-RIF-LOT-IDX FROM 1 BY 1
                   UNTIL WS-RIF-LOT-IDX > WS-RIF-NUM-LOTTI
                   OR WS-RIF-SALTO = 0
               IF WS-RIF-SALTO >= WS-RIF-L-QTA(WS-RIF-LOT-IDX)
                   SUBTRACT WS-RIF-L-QTA(WS-RIF-LOT-IDX)
                       FROM WS-RIF-SALTO
                   MOVE ZERO TO WS-RIF-L-QTA(WS-RIF-LOT-IDX)
               ELSE
                   SUBTRACT WS-RIF-SALTO
                       FROM WS-RIF-L-QTA(WS-RIF-LOT-IDX)
                   MOVE ZERO TO WS-RIF-SALTO
               END-IF
           END-PERFORM

           PERFORM VARYING WS-RIF-LOT-IDX FROM 1 BY 1
                   UNTIL WS-RIF-LOT-IDX > WS-RIF-NUM-LOTTI
                   OR WS-RIF-L-QTA(WS-RIF-LOT-IDX) > 0
               CONTINUE
           END-PERFORM

      * Una missione per ogni coppia scorta/lotto; esauriti i lotti
      * registrati la missione resta senza lotto
           MOVE 1 TO WS-RIF-UBI-IDX
           PERFORM UNTIL WS-RIF-FABBISOGNO = 0
                   OR WS-RIF-UBI-IDX > WS-RIF-NUM-UBI
               MOVE WS-RIF-FABBISOGNO TO WS-RIF-QTA
               IF WS-RIF-S-QTA(WS-RIF-UBI-IDX) < WS-RIF-QTA
                   MOVE WS-RIF-S-QTA(WS-RIF-UBI-IDX) TO WS-RIF-QTA
               END-IF

               MOVE ZERO TO WS-RIF-LOTTO-ID
               MOVE SPACES TO WS-RIF-LOTTO-NUM
               IF WS-RIF-LOT-IDX <= WS-RIF-NUM-LOTTI
                   IF WS-RIF-L-QTA(WS-RIF-LOT-IDX) < WS-RIF-QTA
                       MOVE WS-RIF-L-QTA(WS-RIF-LOT-IDX)
                           TO WS-RIF-QTA
                   END-IF
                   MOVE WS-RIF-L-ID(WS-RIF-LOT-IDX)
                       TO WS-RIF-LOTTO-ID
                   MOVE WS-RIF-L-NUMERO(WS-RIF-LOT-IDX)
                       TO WS-RIF-LOTTO-NUM
               END-IF

               MOVE WS-RIF-S-UBICAZIONE(WS-RIF-UBI-IDX)
                   TO WS-UBI-ORIGINE
               EXEC SQL
                   INSERT INTO MISSIONI_RIFORNIMENTO
                   (data_generazione, codice_articolo,
                    codice_magazzino, ubicazione_origine,
                    ubicazione_destinazione, id_lotto, numero_lotto,
                    quantita, stato, operatore)
                   VALUES
                   (CURRENT_TIMESTAMP, :WS-ART-CODICE,
                    :WS-MAGAZZINO-DEFAULT, :WS-UBI-ORIGINE,
                    :WS-RIF-UBI-PICK, NULLIF(:WS-RIF-LOTTO-ID, 0),
                    NULLIF(:WS-RIF-LOTTO-NUM, SPACES),
                    :WS-RIF-QTA, 'A', :WS-OPERATORE-CORRENTE)
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "Errore missione " WS-ART-CODICE
                           ": " SQLCODE
                   MOVE ZERO TO WS-RIF-FABBISOGNO
               ELSE
                   ADD 1 TO WS-CONTA-RIF
                   SUBTRACT WS-RIF-QTA FROM WS-RIF-FABBISOGNO
                   SUBTRACT WS-RIF-QTA
                       FROM WS-RIF-S-QTA(WS-RIF-UBI-IDX)
                   IF WS-RIF-S-QTA(WS-RIF-UBI-IDX) = 0
                       ADD 1 TO WS-RIF-UBI-IDX
                   END-IF
                   IF WS-RIF-LOT-IDX <= WS-RIF-NUM-LOTTI
                       SUBTRACT WS-RIF-QTA
                           FROM WS-RIF-L-QTA(WS-RIF-LOT-IDX)
                       IF WS-RIF-L-QTA(WS-RIF-LOT-IDX) = 0
                           ADD 1 TO WS-RIF-LOT-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-RIF-FABBISOGNO > 0
               MOVE WS-RIF-FABBISOGNO TO WS-QUANTITA-EDIT
               DISPLAY "  " WS-ART-CODICE " ubicazione "
                       WS-RIF-UBI-PICK " scorta insufficiente, "
                       "mancano " WS-QUANTITA-EDIT
           END-IF.

      ******************************************************************
      * Stampa delle missioni aperte con numero maggiore di
      * WS-RIF-ID-INIZIO nel file WS-NOME-FILE-RIF, intestata con
      * WS-RIF-TITOLO: lista di lavoro dopo la generazione (solo le
      * nuove) o report delle non confermate a fine turno (tutte)
      ******************************************************************
       STAMPA-MISSIONI-RIFORNIMENTO.
           MOVE ZERO TO WS-CONTA-UBI
           OPEN OUTPUT RIFORNIMENTO-FILE

           WRITE RIFORNIMENTO-RECORD FROM WS-RIF-TITOLO
           MOVE ALL "=" TO RIFORNIMENTO-RECORD
           WRITE RIFORNIMENTO-RECORD
           MOVE SPACES TO RIFORNIMENTO-RECORD
           STRING "Magazzino: " WS-MAGAZZINO-DEFAULT
                  "    Data: " FUNCTION CURRENT-DATE(1:10)
                  "    Ora: " FUNCTION CURRENT-DATE(9:2) ":"
                  FUNCTION CURRENT-DATE(11:2)
                  DELIMITED BY SIZE INTO RIFORNIMENTO-RECORD
           WRITE RIFORNIMENTO-RECORD
           WRITE RIFORNIMENTO-RECORD FROM SPACES

           WRITE RIFORNIMENTO-RECORD FROM
               " MISSIONE DA         A          ARTICOLO   " &
               "DESCRIZIONE               LOTTO                " &
               "SCADENZA        QUANTITA     ORE ESEGUITA"
           MOVE ALL "-" TO RIFORNIMENTO-RECORD
           WRITE RIFORNIMENTO-RECORD

           EXEC SQL
               OPEN CUR-RIF-APERTE
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-RIF-APERTE
                   INTO :WS-RIF-ID, :WS-UBI-ORIGINE, :WS-UBI-DEST,
                        :WS-ART-CODICE, :WS-ART-DESCRIZIONE,
                        :WS-RIF-LOTTO-NUM, :WS-RIF-SCADENZA,
                        :WS-RIF-QTA, :WS-RIF-ORE
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-CONTA-UBI
                   MOVE WS-RIF-ID TO WS-RIF-ID-EDIT
                   MOVE WS-RIF-QTA TO WS-QUANTITA-EDIT
                   MOVE WS-RIF-ORE TO WS-RIF-ORE-EDIT
                   MOVE SPACES TO RIFORNIMENTO-RECORD
                   STRING WS-RIF-ID-EDIT " " WS-UBI-ORIGINE " "
                          WS-UBI-DEST " " WS-ART-CODICE " "
                          WS-ART-DESCRIZIONE(1:25) " "
                          WS-RIF-LOTTO-NUM " " WS-RIF-SCADENZA " "
                          WS-QUANTITA-EDIT " " WS-RIF-ORE-EDIT
                          "  [   ]"
                          DELIMITED BY SIZE INTO RIFORNIMENTO-RECORD
                   WRITE RIFORNIMENTO-RECORD
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-RIF-APERTE
           END-EXEC

           WRITE RIFORNIMENTO-RECORD FROM SPACES
           MOVE SPACES TO RIFORNIMENTO-RECORD
           MOVE WS-CONTA-UBI TO WS-NUMERO-EDIT
           STRING "Missioni elencate: " WS-NUMERO-EDIT
                  DELIMITED BY SIZE INTO RIFORNIMENTO-RECORD
           WRITE RIFORNIMENTO-RECORD
           WRITE RIFORNIMENTO-RECORD FROM
               "Confermare ogni missione con lo spostamento tra " &
               "ubicazioni indicando il numero di missione"

           CLOSE RIFORNIMENTO-FILE

           MOVE WS-CONTA-UBI TO WS-NUMERO-EDIT
           DISPLAY "Missioni elencate: " WS-NUMERO-EDIT
                   " - file " WS-NOME-FILE-RIF.

      * Report di fine turno: tutte le missioni ancora aperte
       REPORT-MISSIONI-APERTE.
           MOVE ZERO TO WS-RIF-ID-INIZIO
           MOVE "MISSIONI DI RIFORNIMENTO NON CONFERMATE A FINE TURNO"
               TO WS-RIF-TITOLO
           PERFORM GENERA-DATA-STAMP
           MOVE SPACES TO WS-NOME-FILE-RIF
           STRING "MISSIONI-APERTE-" WS-DATA-STAMP ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-RIF
           PERFORM STAMPA-MISSIONI-RIFORNIMENTO.

      * Missione non eseguibile (scorta non trovata, ubicazione
      * bloccata): annullata, il prossimo batch la rigenera
       ANNULLA-MISSIONE-RIFORNIMENTO.
           DISPLAY " "
           DISPLAY "Numero missione: " WITH NO ADVANCING
           ACCEPT WS-RIF-ID

           EXEC SQL
               UPDATE MISSIONI_RIFORNIMENTO
               SET stato = 'X',
                   data_conferma = CURRENT_TIMESTAMP,
                   operatore_conferma = :WS-OPERATORE-CORRENTE
               WHERE id_missione = :WS-RIF-ID
               AND stato = 'A'
           END-EXEC

           IF SQLCODE = 0
               DISPLAY "Missione annullata."
           ELSE
               DISPLAY "Missione non trovata o non aperta!"
           END-IF.

      * Dati della missione WS-RIF-ID da confermare con lo
      * spostamento tra ubicazioni
       CARICA-MISSIONE-RIFORNIMENTO.
           MOVE "OK" TO WS-ESITO
           EXEC SQL
               SELECT codice_articolo, ubicazione_origine,
                      ubicazione_destinazione, quantita,
                      COALESCE(numero_lotto, ' '), stato
               INTO :WS-ART-CODICE, :WS-UBI-ORIGINE, :WS-UBI-DEST,
                    :WS-RIF-QTA, :WS-RIF-LOTTO-NUM, :WS-RIF-STATO
               FROM MISSIONI_RIFORNIMENTO
               WHERE id_missione = :WS-RIF-ID
               AND codice_magazzino = :WS-MAGAZZINO-DEFAULT
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Missione non trovata!"
               MOVE "KO" TO WS-ESITO
               EXIT PARAGRAPH
           END-IF

           IF WS-RIF-STATO NOT = 'A'
               DISPLAY "Missione gia' confermata o annullata!"
               MOVE "KO" TO WS-ESITO
               EXIT PARAGRAPH
           END-IF

           PERFORM CARICA-ARTICOLO
           IF WS-ESITO NOT = "OK"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RIF-QTA TO WS-QUANTITA-EDIT
           DISPLAY "Articolo: " WS-ART-CODICE " "
                   WS-ART-DESCRIZIONE(1:40)
           DISPLAY "Da " WS-UBI-ORIGINE " a " WS-UBI-DEST
                   "  quantita' " WS-QUANTITA-EDIT
           IF WS-RIF-LOTTO-NUM NOT = SPACES
               DISPLAY "Lotto da prelevare: " WS-RIF-LOTTO-NUM
           END-IF.

       GESTIONE-RESI.
           DISPLAY " "
           DISPLAY "=== GESTIONE RESI ==="
           DISPLAY " "
           DISPLAY "1. Reso da cliente"
           DISPLAY "2. Reso a fornitore"
           DISPLAY "3. Nota di credito per rettifica prezzo"
           DISPLAY " "
           DISPLAY "Scelta: " WITH NO ADVANCING
           ACCEPT WS-SCELTA

           EVALUATE WS-SCELTA
               WHEN 1
                   PERFORM RESO-DA-CLIENTE
               WHEN 2
                   PERFORM RESO-A-FORNITORE
               WHEN 3
                   PERFORM CONTROLLA-RUOLO-CAPO
                   IF WS-ESITO = "OK"
                       PERFORM RETTIFICA-PREZZO-CLIENTE
                   END-IF
               WHEN OTHER
                   DISPLAY "Scelta non valida!"
           END-EVALUATE.

      ******************************************************************
      * Reso da cliente: movimento RC che riferisce il documento di
      * vendita originale. Con reintegro la merce torna disponibile
      * (e su un lotto, se indicato); con scarto il rientro RC e'
      * immediatamente compensato da una rettifica negativa di
      * rottamazione, cosi' la giacenza resta invariata ma il reso
      * e la distruzione restano entrambi tracciati. Se la merce
      * era gia' fatturata viene emessa la nota di credito al
      * prezzo della fattura originale.
      ******************************************************************
       RESO-DA-CLIENTE.
           DISPLAY " "
           DISPLAY "=== RESO DA CLIENTE ==="

           PERFORM ACQUISISCI-CODICE-ARTICOLO
           IF WS-ESITO NOT = "OK"
               EXIT PARAGRAPH
           END-IF

           PERFORM CARICA-ARTICOLO
           IF WS-ESITO NOT = "OK"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Articolo: " WS-ART-DESCRIZIONE(1:50)

           DISPLAY "Documento di vendita originale (DDT/ordine): "
                   WITH NO ADVANCING
           ACCEPT WS-RESO-DOC-ORIGINE

           DISPLAY "Quantità resa: " WITH NO ADVANCING
           ACCEPT WS-RESO-QUANTITA

           IF WS-RESO-QUANTITA <= 0
               DISPLAY "Quantità non valida!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Destinazione (R=Reintegro, S=Scarto): "
                   WITH NO ADVANCING
           ACCEPT WS-RESO-DECISIONE

           IF WS-RESO-DECISIONE NOT = 'R' AND NOT = 'r'
               AND WS-RESO-DECISIONE NOT = 'S' AND NOT = 's'
               DISPLAY "Destinazione non valida!"
               EXIT PARAGRAPH
           END-IF

           PERFORM CERCA-FATTURA-RESO
           MOVE 'R' TO WS-NC-ORIGINE
           MOVE WS-RESO-QUANTITA TO WS-NC-QUANTITA

           IF WS-RESO-DECISIONE = 'R' OR 'r'
               DISPLAY "Numero lotto di reintegro (opzionale): "
                       WITH NO ADVANCING
               ACCEPT WS-LOT-NUMERO
               MOVE SPACES TO WS-LOT-SCADENZA
           END-IF

           MOVE "OK" TO WS-ESITO
           MOVE 'RC' TO WS-MOV-TIPO
           MOVE WS-RESO-DOC-ORIGINE TO WS-MOV-NUMERO-DOC
           MOVE WS-RESO-QUANTITA TO WS-MOV-QUANTITA
           MOVE WS-GIA-VAL-MEDIO TO WS-MOV-PREZZO
           COMPUTE WS-MOV-VALORE = WS-MOV-QUANTITA * WS-MOV-PREZZO
           STRING "Reso da cliente su doc. " WS-RESO-DOC-ORIGINE
                  DELIMITED BY SIZE INTO WS-MOV-CAUSALE

           EXEC SQL
               BEGIN TRANSACTION
           END-EXEC

           PERFORM REGISTRA-MOVIMENTO

           IF WS-ESITO = "OK"
               IF WS-RESO-DECISIONE = 'R' OR 'r'
      * Reintegro: la merce torna in giacenza disponibile
                   PERFORM AGGIORNA-GIACENZA-CARICO

                   IF WS-ESITO = "OK"
                       AND WS-LOT-NUMERO NOT = SPACES
                       PERFORM CREA-LOTTO
                   END-IF
               ELSE
      * Scarto: rettifica negativa di rottamazione che compensa
      * il rientro RC senza toccare la giacenza
                   MOVE 'RI' TO WS-MOV-TIPO
                   MOVE "Rettifica negativa - rottamazione reso"
                       TO WS-MOV-CAUSALE
                   PERFORM REGISTRA-MOVIMENTO
               END-IF
           END-IF

           IF WS-ESITO = "OK"
               AND WS-NC-DA-EMETTERE = 'S'
               PERFORM EMETTI-NOTA-CREDITO
           END-IF

           IF WS-ESITO = "OK"
               EXEC SQL
                   COMMIT
               END-EXEC
               DISPLAY "Reso da cliente registrato!"
               IF WS-RESO-DECISIONE = 'S' OR 's'
                   DISPLAY "Merce scartata: giacenza invariata."
               END-IF
               IF WS-NC-DA-EMETTERE = 'S'
                   PERFORM STAMPA-NOTA-CREDITO
               END-IF
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               DISPLAY "Errore durante la registrazione del reso!"
           END-IF.

      * Fattura da accreditare per il reso: DDT del cliente con
      * l'articolo reso, cercato per numero DDT, ordine di
      * riferimento o numero fattura; prezzo e aliquota sono quelli
      * congelati sulla riga del DDT
       CERCA-FATTURA-RESO.
           MOVE 'N' TO WS-NC-DA-EMETTERE
           INITIALIZE WS-NC-DATI

           EXEC SQL
               SELECT d.numero_documento,
                      COALESCE(d.numero_fattura, ' '),
                      d.codice_cliente
               INTO :WS-NC-DDT, :WS-NC-FATTURA, :WS-NC-CLIENTE
               FROM DOCUMENTI_VENDITA d
               WHERE d.tipo_documento = 'D'
               AND (d.numero_documento = :WS-RESO-DOC-ORIGINE
                    OR d.riferimento = :WS-RESO-DOC-ORIGINE
                    OR d.numero_fattura = :WS-RESO-DOC-ORIGINE)
               AND EXISTS
                   (SELECT 1
                    FROM RIGHE_DOCUMENTI r
                    WHERE r.numero_documento = d.numero_documento
                    AND r.codice_articolo = :WS-ART-CODICE)
               ORDER BY d.data_documento DESC
               LIMIT 1
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Documento di vendita con l'articolo non "
                       "trovato: nessuna nota di credito."
               EXIT PARAGRAPH
           END-IF

           IF WS-NC-FATTURA = SPACES
               DISPLAY "DDT " WS-NC-DDT " non ancora fatturato: "
                       "nessuna nota di credito."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ART-CODICE TO WS-NC-ARTICOLO
           PERFORM CARICA-RIGA-FATTURA-NC
           IF SQLCODE = 0
               MOVE WS-NC-PREZZO-FATT TO WS-NC-PREZZO
               MOVE 'S' TO WS-NC-DA-EMETTERE
               MOVE WS-NC-PREZZO TO WS-IMPORTO-EDIT
               DISPLAY "Nota di credito su fattura " WS-NC-FATTURA
                       " al prezzo fatturato EUR " WS-IMPORTO-EDIT
           END-IF.

      * Prezzo e dati IVA della riga fatturata (DDT WS-NC-DDT,
      * articolo WS-NC-ARTICOLO)
       CARICA-RIGA-FATTURA-NC.
           EXEC SQL
               SELECT prezzo_unitario, codice_iva,
                      aliquota_percentuale, COALESCE(natura, '    ')
               INTO :WS-NC-PREZZO-FATT, :WS-IVA-CODICE,
                    :WS-IVA-PERCENT, :WS-IVA-NATURA
               FROM RIGHE_DOCUMENTI
               WHERE numero_documento = :WS-NC-DDT
               AND codice_articolo = :WS-NC-ARTICOLO
               ORDER BY prezzo_unitario DESC
               LIMIT 1
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Riga fatturata non trovata: nessuna nota di "
                       "credito."
           END-IF.

      ******************************************************************
      * Nota di credito per sola rettifica di prezzo (sconto
      * concesso dopo la fatturazione, prezzo errato): nessun
      * movimento di magazzino, accredito della differenza unitaria
      * sulla quantita' indicata.
      ******************************************************************
       RETTIFICA-PREZZO-CLIENTE.
           DISPLAY " "
           DISPLAY "=== NOTA DI CREDITO PER RETTIFICA PREZZO ==="

           INITIALIZE WS-NC-DATI

           DISPLAY "Numero fattura da rettificare: "
                   WITH NO ADVANCING
           ACCEPT WS-NC-FATTURA

           DISPLAY "Codice articolo: " WITH NO ADVANCING
           ACCEPT WS-NC-ARTICOLO

           EXEC SQL
               SELECT d.numero_documento, d.codice_cliente
               INTO :WS-NC-DDT, :WS-NC-CLIENTE
               FROM DOCUMENTI_VENDITA d
               WHERE d.tipo_documento = 'D'
               AND d.numero_fattura = :WS-NC-FATTURA
               AND EXISTS
                   (SELECT 1
                    FROM RIGHE_DOCUMENTI r
                    WHERE r.numero_documento = d.numero_documento
                    AND r.codice_articolo = :WS-NC-ARTICOLO)
               ORDER BY d.data_documento DESC
               LIMIT 1
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Articolo non presente nella fattura!"
               EXIT PARAGRAPH
           END-IF

           PERFORM CARICA-RIGA-FATTURA-NC
           IF SQLCODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NC-PREZZO-FATT TO WS-IMPORTO-EDIT
           DISPLAY "Prezzo fatturato: EUR " WS-IMPORTO-EDIT

           DISPLAY "Quantità da rettificare: " WITH NO ADVANCING
           ACCEPT WS-NC-QUANTITA
           IF WS-NC-QUANTITA <= 0
               DISPLAY "Quantità non valida!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Importo unitario da accreditare: "
                   WITH NO ADVANCING
           ACCEPT WS-NC-PREZZO
           IF WS-NC-PREZZO <= 0 OR WS-NC-PREZZO > WS-NC-PREZZO-FATT
               DISPLAY "Importo non valido!"
               EXIT PARAGRAPH
           END-IF

           MOVE 'P' TO WS-NC-ORIGINE
           MOVE "OK" TO WS-ESITO

           EXEC SQL
               BEGIN TRANSACTION
           END-EXEC

           PERFORM EMETTI-NOTA-CREDITO

           IF WS-ESITO = "OK"
               EXEC SQL
                   COMMIT
               END-EXEC
               PERFORM STAMPA-NOTA-CREDITO
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               DISPLAY "Errore emissione nota di credito!"
           END-IF.

      ******************************************************************
      * Emissione della nota di credito (nella transazione del
      * chiamante): documento 'N' con la riga accreditata, imposta
      * dall'aliquota della riga fatturata, compensazione delle
      * scadenze aperte della fattura originale.
      ******************************************************************
       EMETTI-NOTA-CREDITO.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANNO-CORRENTE

           EXEC SQL
               SELECT COUNT(*) + 1
               INTO :WS-DOC-PROGR
               FROM DOCUMENTI_VENDITA
               WHERE tipo_documento = 'N'
               AND EXTRACT(YEAR FROM data_documento) =
                   :WS-ANNO-CORRENTE
           END-EXEC

           MOVE WS-DOC-PROGR TO WS-DOC-PROGR-ED
           MOVE SPACES TO WS-NC-NUMERO
           STRING "NC" WS-ANNO-CORRENTE "/" WS-DOC-PROGR-ED
                  DELIMITED BY SIZE INTO WS-NC-NUMERO

           COMPUTE WS-IVA-IMPONIBILE ROUNDED =
               WS-NC-QUANTITA * WS-NC-PREZZO
           PERFORM AZZERA-CASTELLETTO-IVA
           PERFORM ACCUMULA-CASTELLETTO-IVA
           PERFORM CALCOLA-IMPOSTE-CASTELLETTO
           MOVE WS-IVA-TOT-IMPOSTA TO WS-IVA-IMPOSTA
           COMPUTE WS-NC-TOTALE =
               WS-IVA-TOT-IMPONIBILE + WS-IVA-TOT-IMPOSTA

      * Riga fatturata in regime di dichiarazione d'intento: la
      * nota restituisce il plafond utilizzato
           INITIALIZE WS-DIN-DATI
           IF WS-IVA-NATURA = WS-DIN-NATURA
               EXEC SQL
                   SELECT COALESCE(id_dichiarazione_intento, 0),
                          COALESCE(protocollo_intento, ' ')
                   INTO :WS-DIN-ID, :WS-DIN-PROTOCOLLO
                   FROM DOCUMENTI_VENDITA
                   WHERE tipo_documento = 'F'
                   AND numero_documento = :WS-NC-FATTURA
               END-EXEC
               IF SQLCODE NOT = 0
                   INITIALIZE WS-DIN-DATI
               END-IF
               IF WS-DIN-ID > 0
                   COMPUTE WS-DIN-UTILIZZO =
                       0 - WS-IVA-TOT-IMPONIBILE
               END-IF
           END-IF

           EXEC SQL
               INSERT INTO DOCUMENTI_VENDITA
               (tipo_documento, numero_documento, data_documento,
                codice_cliente, riferimento, totale_documento,
                totale_imponibile, totale_imposta, origine_nota,
                id_dichiarazione_intento, protocollo_intento,
                imponibile_plafond)
               VALUES
               ('N', :WS-NC-NUMERO, CURRENT_DATE,
                :WS-NC-CLIENTE, :WS-NC-FATTURA, :WS-NC-TOTALE,
                :WS-IVA-TOT-IMPONIBILE, :WS-IVA-TOT-IMPOSTA,
                :WS-NC-ORIGINE, NULLIF(:WS-DIN-ID, 0),
                NULLIF(:WS-DIN-PROTOCOLLO, SPACES),
                :WS-DIN-UTILIZZO)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Errore registrazione nota di credito: "
                       SQLCODE
               MOVE "KO" TO WS-ESITO
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               INSERT INTO RIGHE_DOCUMENTI
               (numero_documento, codice_articolo, quantita,
                prezzo_unitario, imponibile, codice_iva,
                aliquota_percentuale, natura, imposta)
               VALUES
               (:WS-NC-NUMERO, :WS-NC-ARTICOLO, :WS-NC-QUANTITA,
                :WS-NC-PREZZO, :WS-IVA-IMPONIBILE, :WS-IVA-CODICE,
                :WS-IVA-PERCENT, NULLIF(:WS-IVA-NATURA, SPACES),
                :WS-IVA-IMPOSTA)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Errore registrazione riga nota di credito: "
                       SQLCODE
               MOVE "KO" TO WS-ESITO
               EXIT PARAGRAPH
           END-IF

           IF WS-DIN-ID > 0
               EXEC SQL
                   UPDATE DICHIARAZIONI_INTENTO
                   SET importo_utilizzato =
                           importo_utilizzato + :WS-DIN-UTILIZZO,
                       stato = CASE
                           WHEN stato = 'E'
                            AND importo_utilizzato + :WS-DIN-UTILIZZO
                                < importo_plafond
                           THEN 'A' ELSE stato END
                   WHERE id_dichiarazione = :WS-DIN-ID
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY "Errore ripristino plafond: " SQLCODE
                   MOVE "KO" TO WS-ESITO
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM COMPENSA-SCADENZE-NC.

      * Storno delle scadenze aperte della fattura originale: la
      * nota riduce il residuo non incassato delle rate dalla piu'
      * lontana, chiudendo quelle interamente coperte (stato 'C',
      * o 'E' sulla parte gia' incassata); le rate gia' presentate in
      * banca o incassate non si toccano e l'eventuale eccedenza
      * diventa una scadenza negativa a credito del cliente
       COMPENSA-SCADENZE-NC.
           MOVE WS-NC-TOTALE TO WS-NC-RESIDUO

           EXEC SQL
               OPEN CUR-SCADENZE-NC
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0 OR WS-NC-RESIDUO = 0
               EXEC SQL
                   FETCH CUR-SCADENZE-NC
                   INTO :WS-SCL-ID, :WS-SCL-RESIDUO
               END-EXEC

               IF SQLCODE = 0
                   IF WS-SCL-RESIDUO > WS-NC-RESIDUO
                       EXEC SQL
                           UPDATE SCADENZE_CLIENTI
                           SET importo = importo - :WS-NC-RESIDUO,
                               nota_credito = :WS-NC-NUMERO
                           WHERE id_scadenza = :WS-SCL-ID
                       END-EXEC
                       MOVE ZERO TO WS-NC-RESIDUO
                   ELSE
                       EXEC SQL
                           UPDATE SCADENZE_CLIENTI
                           SET importo = COALESCE(importo_incassato, 0),
                               stato =
                                   CASE WHEN COALESCE(importo_incassato,
                                                      0) > 0
                                        THEN 'E' ELSE 'C' END,
                               data_incasso =
                                   CASE WHEN COALESCE(importo_incassato,
                                                      0) > 0
                                        THEN COALESCE(data_incasso,
                                                      CURRENT_DATE)
                                        ELSE data_incasso END,
                               nota_credito = :WS-NC-NUMERO
                           WHERE id_scadenza = :WS-SCL-ID
                       END-EXEC
                       SUBTRACT WS-SCL-RESIDUO FROM WS-NC-RESIDUO
                   END-IF

                   IF SQLCODE NOT = 0
                       DISPLAY "Errore compensazione scadenza: "
                               SQLCODE
                       MOVE "KO" TO WS-ESITO
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-SCADENZE-NC
           END-EXEC

           IF WS-ESITO NOT = "OK"
               EXIT PARAGRAPH
           END-IF

           IF WS-NC-RESIDUO > 0
               COMPUTE WS-SCL-IMPORTO = 0 - WS-NC-RESIDUO
               EXEC SQL
                   INSERT INTO SCADENZE_CLIENTI
                   (codice_cliente, numero_fattura, rata,
                    importo, data_fattura, data_scadenza,
                    tipo_pagamento, stato, nota_credito)
                   VALUES
                   (:WS-NC-CLIENTE, :WS-NC-NUMERO, 1,
                    :WS-SCL-IMPORTO, CURRENT_DATE, CURRENT_DATE,
                    'B', 'A', :WS-NC-NUMERO)
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY "Errore registrazione credito cliente: "
                           SQLCODE
                   MOVE "KO" TO WS-ESITO
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-NC-RESIDUO TO WS-IMPORTO-EDIT
               DISPLAY "Credito a favore del cliente: EUR "
                       WS-IMPORTO-EDIT
           END-IF

      * Senza rate aperte la fattura esce dall'esposizione
           MOVE ZERO TO WS-CONTA-SCL
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-CONTA-SCL
               FROM SCADENZE_CLIENTI
               WHERE numero_fattura = :WS-NC-FATTURA
               AND stato IN ('A', 'P', 'I')
           END-EXEC

           IF WS-CONTA-SCL = 0
               EXEC SQL
                   UPDATE DOCUMENTI_VENDITA
                   SET incassata = 'S'
                   WHERE tipo_documento = 'F'
                   AND numero_documento = :WS-NC-FATTURA
               END-EXEC
           END-IF.

      * Stampa della nota di credito appena registrata e file XML
      * FatturaPA TD04 per lo SDI
       STAMPA-NOTA-CREDITO.
           MOVE WS-NC-CLIENTE TO WS-DOC-CLIENTE
           MOVE SPACES TO WS-DOC-RAGIONE
           EXEC SQL
               SELECT ragione_sociale
               INTO :WS-DOC-RAGIONE
               FROM CLIENTI
               WHERE codice_cliente = :WS-DOC-CLIENTE
           END-EXEC

           MOVE SPACES TO WS-NOME-FILE-FATTURA
           STRING "NOTA-CREDITO-" WS-ANNO-CORRENTE "-"
                  WS-DOC-PROGR-ED ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-FATTURA

           OPEN OUTPUT FATTURA-FILE

           WRITE FATTURA-RECORD FROM
               "NOTA DI CREDITO"
           MOVE ALL "=" TO FATTURA-RECORD
           WRITE FATTURA-RECORD

           MOVE SPACES TO FATTURA-RECORD
           STRING "Numero: " WS-NC-NUMERO
                  "    Data: " FUNCTION CURRENT-DATE(1:10)
                  DELIMITED BY SIZE INTO FATTURA-RECORD
           WRITE FATTURA-RECORD

           MOVE SPACES TO FATTURA-RECORD
           STRING "Cliente: " WS-DOC-CLIENTE " - "
                  WS-DOC-RAGIONE(1:40)
                  DELIMITED BY SIZE INTO FATTURA-RECORD
           WRITE FATTURA-RECORD

           MOVE SPACES TO FATTURA-RECORD
           IF WS-NC-ORIGINE = 'R'
               STRING "Reso merce - rif. fattura n. " WS-NC-FATTURA
                      DELIMITED BY SIZE INTO FATTURA-RECORD
           ELSE
               STRING "Rettifica prezzo - rif. fattura n. "
                      WS-NC-FATTURA
                      DELIMITED BY SIZE INTO FATTURA-RECORD
           END-IF
           WRITE FATTURA-RECORD
           WRITE FATTURA-RECORD FROM SPACES

           WRITE FATTURA-RECORD FROM
               "ARTICOLO       QUANTITA'          PREZZO     IMPONIBILE"
           MOVE ALL "-" TO FATTURA-RECORD
           WRITE FATTURA-RECORD

           MOVE SPACES TO FATTURA-RECORD
           MOVE WS-NC-QUANTITA TO WS-QUANTITA-EDIT
           STRING WS-NC-ARTICOLO " " WS-QUANTITA-EDIT
                  DELIMITED BY SIZE INTO FATTURA-RECORD
           MOVE WS-NC-PREZZO TO WS-IMPORTO-EDIT
           STRING FATTURA-RECORD(1:25) "  " WS-IMPORTO-EDIT
                  DELIMITED BY SIZE INTO FATTURA-RECORD
           MOVE WS-IVA-TOT-IMPONIBILE TO WS-IMPORTO-EDIT
           STRING FATTURA-RECORD(1:40) "  " WS-IMPORTO-EDIT
                  DELIMITED BY SIZE INTO FATTURA-RECORD
           WRITE FATTURA-RECORD
           WRITE FATTURA-RECORD FROM SPACES

           PERFORM SCRIVI-CASTELLETTO-FATTURA

           MOVE SPACES TO FATTURA-RECORD
           MOVE WS-NC-TOTALE TO WS-IMPORTO-EDIT
           STRING "TOTALE NOTA DI CREDITO: EUR " WS-IMPORTO-EDIT
                  DELIMITED BY SIZE INTO FATTURA-RECORD
           WRITE FATTURA-RECORD

           CLOSE FATTURA-FILE

           DISPLAY "Nota di credito " WS-NC-NUMERO
                   " - stampata in " WS-NOME-FILE-FATTURA

           MOVE WS-NC-NUMERO TO WS-FATT-NUMERO
           MOVE WS-NC-TOTALE TO WS-FATT-TOTALE
           MOVE 'TD04' TO WS-SDI-TIPO-DOC
           PERFORM GENERA-FATTURA-XML
           MOVE 'TD24' TO WS-SDI-TIPO-DOC.

      ******************************************************************
      * Reso a fornitore: movimento RF che riferisce l'ordine
      * d'acquisto originale; riduce la giacenza e la quantita'
      * ricevuta della riga d'ordine, riaprendola se era evasa.
      ******************************************************************
       RESO-A-FORNITORE.
           DISPLAY " "
           DISPLAY "=== RESO A FORNITORE ==="

           DISPLAY "Numero ordine fornitore originale: "
                   WITH NO ADVANCING
           ACCEPT WS-ORD-NUMERO

           DISPLAY "Codice articolo: " WITH NO ADVANCING
           ACCEPT WS-ART-CODICE

           EXEC SQL
               SELECT quantita_ordinata, quantita_ricevuta
               INTO :WS-QTA-RICHIESTA, :WS-QTA-PRELEVATA
               FROM RIGHE_ORDINE
               WHERE numero_ordine = :WS-ORD-NUMERO
               AND codice_articolo = :WS-ART-CODICE
           END-EXEC

           IF SQLCODE = 100
               DISPLAY "Riga ordine non trovata!"
               EXIT PARAGRAPH
           ELSE IF SQLCODE NOT = 0
               DISPLAY "Errore database: " SQLCODE
               EXIT PARAGRAPH
           END-IF

           PERFORM CARICA-ARTICOLO
           IF WS-ESITO NOT = "OK"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Articolo: " WS-ART-DESCRIZIONE(1:50)
           MOVE WS-QTA-PRELEVATA TO WS-QUANTITA-EDIT
           DISPLAY "Ricevuto sull'ordine: " WS-QUANTITA-EDIT
           MOVE WS-GIA-DISPONIBILE TO WS-QUANTITA-EDIT
           DISPLAY "Disponibile in magazzino: " WS-QUANTITA-EDIT

           DISPLAY "Quantità da rendere: " WITH NO ADVANCING
           ACCEPT WS-RESO-QUANTITA

           IF WS-RESO-QUANTITA <= 0
               DISPLAY "Quantità non valida!"
               EXIT PARAGRAPH
           END-IF

           IF WS-RESO-QUANTITA > WS-QTA-PRELEVATA
               DISPLAY "Quantità superiore al ricevuto sull'ordine!"
               EXIT PARAGRAPH
           END-IF

           IF WS-RESO-QUANTITA > WS-GIA-DISPONIBILE
               DISPLAY "Quantità non disponibile in magazzino!"
               EXIT PARAGRAPH
           END-IF

           MOVE "OK" TO WS-ESITO
           MOVE 'RF' TO WS-MOV-TIPO
           MOVE WS-ORD-NUMERO TO WS-MOV-NUMERO-DOC
           MOVE WS-RESO-QUANTITA TO WS-MOV-QUANTITA
           MOVE WS-ART-FORNITORE TO WS-MOV-FORNITORE
           MOVE WS-GIA-VAL-MEDIO TO WS-MOV-PREZZO
           COMPUTE WS-MOV-VALORE = WS-MOV-QUANTITA * WS-MOV-PREZZO
           STRING "Reso a fornitore su ordine " WS-ORD-NUMERO
                  DELIMITED BY SIZE INTO WS-MOV-CAUSALE

           EXEC SQL
               BEGIN TRANSACTION
           END-EXEC

           PERFORM REGISTRA-MOVIMENTO

           IF WS-ESITO = "OK"
               PERFORM AGGIORNA-GIACENZA-SCARICO
           END-IF

           IF WS-ESITO = "OK"
      * Riduce il ricevuto sulla riga originale e la riapre se
      * il reso la riporta sotto l'ordinato
               EXEC SQL
                   UPDATE RIGHE_ORDINE
                   SET quantita_ricevuta =
                           quantita_ricevuta - :WS-RESO-QUANTITA,
                       stato_riga = CASE
                           WHEN quantita_ricevuta - :WS-RESO-QUANTITA
                                >= quantita_ordinata
                           THEN 'E'
                           WHEN quantita_ricevuta - :WS-RESO-QUANTITA
                                > 0
                           THEN 'P'
                           ELSE 'A'
                       END
                   WHERE numero_ordine = :WS-ORD-NUMERO
                   AND codice_articolo = :WS-ART-CODICE
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "Errore aggiornamento riga ordine: "
                           SQLCODE
                   MOVE "KO" TO WS-ESITO
               END-IF
           END-IF

           IF WS-ESITO = "OK"
      * La riga riaperta torna merce attesa dal fornitore
               EXEC SQL
                   UPDATE GIACENZE
                   SET quantita_ordinata =
                       quantita_ordinata + :WS-RESO-QUANTITA
                   WHERE codice_articolo = :WS-ART-CODICE
                   AND codice_magazzino = :WS-MAGAZZINO-DEFAULT
               END-EXEC
           END-IF

           IF WS-ESITO = "OK"
               PERFORM AGGIORNA-STATO-ORDINE
               EXEC SQL
                   COMMIT
               END-EXEC
               DISPLAY "Reso a fornitore registrato!"
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               DISPLAY "Errore durante la registrazione del reso!"
           END-IF.

       GESTIONE-ORDINI.
           DISPLAY " "
           DISPLAY "=== GESTIONE ORDINI FORNITORI ==="
           DISPLAY " "
           DISPLAY "1. Nuovo ordine"
           DISPLAY "2. Visualizza ordini aperti"
           DISPLAY "3. Ricevi merce da ordine"
           DISPLAY "4. Stato ordine"
           DISPLAY "5. Genera ordini bozza da sottoscorta"
           DISPLAY "6. Cancella riga ordine"
           DISPLAY "7. Stampa ordine da inviare al fornitore"
           DISPLAY "8. Import conferme d'ordine da file"
           DISPLAY "9. Costi accessori di acquisto (trasporto, dazi)"
           DISPLAY "10. Listini fornitori"
           DISPLAY " "
           DISPLAY "Scelta: " WITH NO ADVANCING
           ACCEPT WS-SCELTA

           EVALUATE WS-SCELTA
               WHEN 1
                   PERFORM NUOVO-ORDINE
               WHEN 2
                   PERFORM VISUALIZZA-ORDINI-APERTI
               WHEN 3
                   PERFORM RICEVI-MERCE-ORDINE
               WHEN 4
                   PERFORM STATO-ORDINE
               WHEN 5
                   PERFORM GENERA-ORDINI-SOTTOSCORTA
               WHEN 6
                   PERFORM CANCELLA-RIGA-ORDINE
               WHEN 7
                   PERFORM STAMPA-ORDINE-FORNITORE
               WHEN 8
                   PERFORM IMPORTA-CONFERME-ORDINI
               WHEN 9
                   PERFORM REGISTRA-COSTI-ACCESSORI
               WHEN 10
                   PERFORM GESTIONE-LISTINI-FORNITORI
               WHEN OTHER
                   DISPLAY "Scelta non valida!"
           END-EVALUATE.

      ******************************************************************
      * Registrazione di un documento di costi accessori di
      * acquisto (fattura del vettore, bolletta doganale, parcella
      * dello spedizioniere) collegato a uno o piu' carichi da
      * fornitore. L'importo e' ripartito sulle righe di carico per
      * valore, peso o quantita'; per ogni riga la quota della
      * quantita' ancora in giacenza rivaluta il costo del lotto e
      * il valore medio, la quota della quantita' gia' scaricata e'
      * registrata come scostamento di costo.
      ******************************************************************
       REGISTRA-COSTI-ACCESSORI.
           DISPLAY " "
           DISPLAY "=== COSTI ACCESSORI DI ACQUISTO ==="

           INITIALIZE WS-CAC-DATI
           INITIALIZE WS-CAC-TABELLA
           MOVE ZERO TO WS-CAC-NUM-RIGHE
           MOVE ZERO TO WS-CAC-NUM-DOC

           DISPLAY "Numero documento di costo: " WITH NO ADVANCING
           ACCEPT WS-CAC-NUMERO
           IF WS-CAC-NUMERO = SPACES
               DISPLAY "Numero documento obbligatorio!"
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-CAC-CONTA
               FROM COSTI_ACCESSORI
               WHERE numero_documento = :WS-CAC-NUMERO
           END-EXEC
           IF WS-CAC-CONTA > 0
               DISPLAY "Documento di costo gia' registrato!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Fornitore del servizio (vettore/dogana/"
                   "spedizioniere): " WITH NO ADVANCING
           ACCEPT WS-CAC-FORNITORE
           DISPLAY "Tipo costo (T=Trasporto, D=Dazi, "
                   "S=Spedizioniere): " WITH NO ADVANCING
           ACCEPT WS-CAC-TIPO
           IF WS-CAC-TIPO NOT = 'T' AND WS-CAC-TIPO NOT = 'D'
              AND WS-CAC-TIPO NOT = 'S'
               DISPLAY "Tipo costo non valido!"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Data documento (AAAA-MM-GG): " WITH NO ADVANCING
           ACCEPT WS-CAC-DATA
           DISPLAY "Importo (EUR, IVA esclusa): " WITH NO ADVANCING
           ACCEPT WS-CAC-IMPORTO
           IF WS-CAC-IMPORTO <= 0
               DISPLAY "Importo non valido!"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Ripartizione per (V=Valore, P=Peso, "
                   "Q=Quantita'): " WITH NO ADVANCING
           ACCEPT WS-CAC-CRITERIO
           IF WS-CAC-CRITERIO NOT = 'V' AND WS-CAC-CRITERIO NOT = 'P'
              AND WS-CAC-CRITERIO NOT = 'Q'
               DISPLAY "Criterio non valido!"
               EXIT PARAGRAPH
           END-IF

      * Carichi collegati: le righe di ogni documento di carico
      * entrano nella base di ripartizione
           DISPLAY "Documenti di carico collegati (ordine o DDT "
                   "fornitore, invio per terminare)"
           MOVE 'S' TO WS-CONTINUA
           PERFORM UNTIL WS-CONTINUA NOT = 'S'
               DISPLAY "  Documento di carico: " WITH NO ADVANCING
               MOVE SPACES TO WS-CAC-DOC-CARICO
               ACCEPT WS-CAC-DOC-CARICO
               IF WS-CAC-DOC-CARICO = SPACES
                   MOVE 'N' TO WS-CONTINUA
               ELSE
                   PERFORM CARICA-RIGHE-CARICO-CAC
               END-IF
           END-PERFORM
           MOVE 'S' TO WS-CONTINUA

           IF WS-CAC-NUM-RIGHE = 0
               DISPLAY "Nessuna riga di carico collegata!"
               EXIT PARAGRAPH
           END-IF

      * Base di ripartizione per riga
           MOVE ZERO TO WS-CAC-BASE-TOT
           PERFORM VARYING WS-CAC-IDX FROM 1 BY 1
                   UNTIL WS-CAC-IDX > WS-CAC-NUM-RIGHE
               EVALUATE WS-CAC-CRITERIO
                   WHEN 'V'
                       MOVE WS-CAC-VALORE(WS-CAC-IDX)
                           TO WS-CAC-BASE(WS-CAC-IDX)
                   WHEN 'P'
                       COMPUTE WS-CAC-BASE(WS-CAC-IDX) =
                           WS-CAC-QUANTITA(WS-CAC-IDX) *
                           WS-CAC-PESO(WS-CAC-IDX)
                   WHEN OTHER
                       MOVE WS-CAC-QUANTITA(WS-CAC-IDX)
                           TO WS-CAC-BASE(WS-CAC-IDX)
               END-EVALUATE
               ADD WS-CAC-BASE(WS-CAC-IDX) TO WS-CAC-BASE-TOT
           END-PERFORM

           IF WS-CAC-BASE-TOT = 0
               DISPLAY "Base di ripartizione nulla (pesi o valori "
                       "mancanti)!"
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-CAC-RIPARTITO
           MOVE ZERO TO WS-CAC-TOT-GIAC
           MOVE ZERO TO WS-CAC-TOT-SCOST
           MOVE "OK" TO WS-ESITO

           EXEC SQL
               BEGIN TRANSACTION
           END-EXEC

           EXEC SQL
               INSERT INTO COSTI_ACCESSORI
               (numero_documento, codice_fornitore, tipo_costo,
                data_documento, importo, criterio_ripartizione,
                data_registrazione, operatore)
               VALUES
               (:WS-CAC-NUMERO, NULLIF(:WS-CAC-FORNITORE, SPACES),
                :WS-CAC-TIPO, :WS-CAC-DATA, :WS-CAC-IMPORTO,
                :WS-CAC-CRITERIO, CURRENT_DATE,
                :WS-OPERATORE-CORRENTE)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Errore registrazione costo: " SQLCODE
               MOVE "KO" TO WS-ESITO
           END-IF

           DISPLAY " "
           DISPLAY "ARTICOLO   DOCUMENTO CARICO      QUOTA         "
                   "  SU GIACENZA    SCOSTAMENTO"

           PERFORM VARYING WS-CAC-IDX FROM 1 BY 1
                   UNTIL WS-CAC-IDX > WS-CAC-NUM-RIGHE
                      OR WS-ESITO = "KO"
               PERFORM RIPARTISCI-RIGA-CAC
           END-PERFORM

           IF WS-ESITO = "OK"
               EXEC SQL
                   COMMIT
               END-EXEC
               DISPLAY " "
               MOVE WS-CAC-TOT-GIAC TO WS-IMPORTO-EDIT
               DISPLAY "Rivalutazione giacenze e lotti: EUR "
                       WS-IMPORTO-EDIT
               MOVE WS-CAC-TOT-SCOST TO WS-IMPORTO-EDIT
               DISPLAY "Scostamento su merce gia' scaricata: EUR "
                       WS-IMPORTO-EDIT
               DISPLAY "Costo accessorio registrato e ripartito!"
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               DISPLAY "Registrazione annullata!"
           END-IF.

       CARICA-RIGHE-CARICO-CAC.
           MOVE ZERO TO WS-CAC-CONTA

           EXEC SQL
               OPEN CUR-CARICHI-DOC
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-CARICHI-DOC
                   INTO :WS-CAC-MOV-ID, :WS-ART-CODICE,
                        :WS-MOV-QUANTITA, :WS-MOV-VALORE,
                        :WS-ART-PESO, :WS-LOT-ID, :WS-LOT-QTA-RES
               END-EXEC

               IF SQLCODE = 0
                   IF WS-CAC-NUM-RIGHE < 200
                       ADD 1 TO WS-CAC-NUM-RIGHE
                       ADD 1 TO WS-CAC-CONTA
                       MOVE WS-CAC-NUM-RIGHE TO WS-CAC-IDX
                       MOVE WS-CAC-MOV-ID
                           TO WS-CAC-MOVIMENTO(WS-CAC-IDX)
                       MOVE WS-CAC-DOC-CARICO
                           TO WS-CAC-DOCUMENTO(WS-CAC-IDX)
                       MOVE WS-ART-CODICE
                           TO WS-CAC-ARTICOLO(WS-CAC-IDX)
                       MOVE WS-MOV-QUANTITA
                           TO WS-CAC-QUANTITA(WS-CAC-IDX)
                       MOVE WS-MOV-VALORE TO WS-CAC-VALORE(WS-CAC-IDX)
                       MOVE WS-ART-PESO TO WS-CAC-PESO(WS-CAC-IDX)
                       MOVE WS-LOT-ID TO WS-CAC-LOTTO-ID(WS-CAC-IDX)
                       MOVE WS-LOT-QTA-RES
                           TO WS-CAC-LOTTO-RES(WS-CAC-IDX)
                   ELSE
                       DISPLAY "  Troppe righe di carico, riga "
                               WS-ART-CODICE " esclusa!"
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-CARICHI-DOC
           END-EXEC

           IF WS-CAC-CONTA = 0
               DISPLAY "  Nessun carico da fornitore per il "
                       "documento!"
           ELSE
               ADD 1 TO WS-CAC-NUM-DOC
               MOVE WS-CAC-CONTA TO WS-NUMERO-EDIT
               DISPLAY "  Righe di carico collegate: " WS-NUMERO-EDIT
           END-IF.

      * Quota della riga WS-CAC-IDX (l'ultima prende il residuo di
      * arrotondamento) divisa tra quantita' ancora in giacenza e
      * quantita' gia' scaricata
       RIPARTISCI-RIGA-CAC.
           IF WS-CAC-IDX = WS-CAC-NUM-RIGHE
               COMPUTE WS-CAC-QUOTA =
                   WS-CAC-IMPORTO - WS-CAC-RIPARTITO
           ELSE
               COMPUTE WS-CAC-QUOTA ROUNDED =
                   WS-CAC-IMPORTO * WS-CAC-BASE(WS-CAC-IDX) /
                   WS-CAC-BASE-TOT
           END-IF
           ADD WS-CAC-QUOTA TO WS-CAC-RIPARTITO

           MOVE WS-CAC-ARTICOLO(WS-CAC-IDX) TO WS-ART-CODICE
           MOVE ZERO TO WS-CAC-DISPONIBILE
           EXEC SQL
               SELECT COALESCE(quantita_disponibile, 0)
               INTO :WS-CAC-DISPONIBILE
               FROM GIACENZE
               WHERE codice_articolo = :WS-ART-CODICE
               AND codice_magazzino = :WS-MAGAZZINO-DEFAULT
           END-EXEC

      * Quantita' del carico ancora in giacenza: il residuo del
      * lotto se gestito a lotti, altrimenti la giacenza attuale
      * fino alla quantita' caricata
           IF WS-CAC-LOTTO-ID(WS-CAC-IDX) > 0
               MOVE WS-CAC-LOTTO-RES(WS-CAC-IDX) TO WS-CAC-RESIDUO
           ELSE
               MOVE WS-CAC-DISPONIBILE TO WS-CAC-RESIDUO
           END-IF
           IF WS-CAC-RESIDUO > WS-CAC-QUANTITA(WS-CAC-IDX)
               MOVE WS-CAC-QUANTITA(WS-CAC-IDX) TO WS-CAC-RESIDUO
           END-IF

           COMPUTE WS-CAC-QUOTA-GIAC ROUNDED =
               WS-CAC-QUOTA * WS-CAC-RESIDUO /
               WS-CAC-QUANTITA(WS-CAC-IDX)
           COMPUTE WS-CAC-QUOTA-SCOST =
               WS-CAC-QUOTA - WS-CAC-QUOTA-GIAC

           IF WS-CAC-QUOTA-GIAC > 0
               MOVE WS-CAC-LOTTO-ID(WS-CAC-IDX) TO WS-LOT-ID
               IF WS-LOT-ID > 0
                   EXEC SQL
                       UPDATE LOTTI
                       SET prezzo_acquisto = prezzo_acquisto +
                           :WS-CAC-QUOTA-GIAC / :WS-CAC-RESIDUO
                       WHERE id_lotto = :WS-LOT-ID
                   END-EXEC
                   IF SQLCODE NOT = 0
                       DISPLAY "Errore rivalutazione lotto: " SQLCODE
                       MOVE "KO" TO WS-ESITO
                   END-IF
               END-IF

               IF WS-ESITO = "OK" AND WS-CAC-DISPONIBILE > 0
                   EXEC SQL
                       UPDATE GIACENZE
                       SET valore_medio = valore_medio +
                           :WS-CAC-QUOTA-GIAC / quantita_disponibile
                       WHERE codice_articolo = :WS-ART-CODICE
                       AND codice_magazzino = :WS-MAGAZZINO-DEFAULT
                   END-EXEC
                   IF SQLCODE NOT = 0
                       DISPLAY "Errore rivalutazione giacenza: "
                               SQLCODE
                       MOVE "KO" TO WS-ESITO
                   END-IF
               END-IF
           END-IF

           IF WS-ESITO = "OK"
               MOVE WS-CAC-MOVIMENTO(WS-CAC-IDX) TO WS-CAC-MOV-ID
               MOVE WS-CAC-DOCUMENTO(WS-CAC-IDX) TO WS-CAC-DOC-CARICO
               EXEC SQL
                   INSERT INTO COSTI_ACCESSORI_RIPARTIZIONE
                   (numero_documento, numero_documento_carico,
                    id_movimento, codice_articolo, id_lotto,
                    base_ripartizione, quota, quota_giacenza,
                    quota_scostamento, data_registrazione)
                   VALUES
                   (:WS-CAC-NUMERO, :WS-CAC-DOC-CARICO, :WS-CAC-MOV-ID,
                    :WS-ART-CODICE, NULLIF(:WS-LOT-ID, 0),
                    :WS-CAC-BASE(WS-CAC-IDX), :WS-CAC-QUOTA,
                    :WS-CAC-QUOTA-GIAC, :WS-CAC-QUOTA-SCOST,
                    CURRENT_DATE)
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY "Errore registrazione ripartizione: "
                           SQLCODE
                   MOVE "KO" TO WS-ESITO
               END-IF
           END-IF

           IF WS-ESITO = "OK"
               ADD WS-CAC-QUOTA-GIAC TO WS-CAC-TOT-GIAC
               ADD WS-CAC-QUOTA-SCOST TO WS-CAC-TOT-SCOST
               MOVE WS-CAC-QUOTA TO WS-IMPORTO-EDIT
               DISPLAY WS-ART-CODICE " " WS-CAC-DOC-CARICO " "
                       WS-IMPORTO-EDIT WITH NO ADVANCING
               MOVE WS-CAC-QUOTA-GIAC TO WS-IMPORTO-EDIT
               DISPLAY " " WS-IMPORTO-EDIT WITH NO ADVANCING
               MOVE WS-CAC-QUOTA-SCOST TO WS-IMPORTO-EDIT
               DISPLAY " " WS-IMPORTO-EDIT
           END-IF.

      ******************************************************************
      * Stampa dell'ordine fornitore su file ORDINE-<numero>.TXT
      * pronto da inviare; l'ordine passa in stato Confermato con
      * la data di invio registrata.
      ******************************************************************
       STAMPA-ORDINE-FORNITORE.
           DISPLAY " "
           DISPLAY "=== STAMPA ORDINE FORNITORE ==="

           DISPLAY "Numero ordine: " WITH NO ADVANCING
           ACCEPT WS-ORD-NUMERO

           EXEC SQL
               SELECT o.data_ordine, o.stato_ordine,
                      o.codice_fornitore, o.totale_ordine,
                      o.valuta, o.cambio, f.ragione_sociale
               INTO :WS-ORD-DATA, :WS-ORD-STATO,
                    :WS-ORD-FORNITORE, :WS-ORD-TOTALE,
                    :WS-ORD-VALUTA, :WS-ORD-CAMBIO,
                    :WS-ORD-RAGIONE
               FROM ORDINI o
               JOIN FORNITORI f
                 ON o.codice_fornitore = f.codice_fornitore
               WHERE o.numero_ordine = :WS-ORD-NUMERO
           END-EXEC

           IF SQLCODE = 100
               DISPLAY "Ordine non trovato!"
               EXIT PARAGRAPH
           ELSE IF SQLCODE NOT = 0
               DISPLAY "Errore database: " SQLCODE
               EXIT PARAGRAPH
           END-IF

      * Il numero ordine contiene '/': nel nome file diventa '-'
           MOVE WS-ORD-NUMERO TO WS-ORD-NUMERO-FILE
           INSPECT WS-ORD-NUMERO-FILE REPLACING ALL "/" BY "-"
           MOVE SPACES TO WS-NOME-FILE-ORDINE
           STRING "ORDINE-" DELIMITED BY SIZE
                  WS-ORD-NUMERO-FILE DELIMITED BY SPACE
                  ".TXT" DELIMITED BY SIZE
                  INTO WS-NOME-FILE-ORDINE

           MOVE ZERO TO WS-CONTA-RIGHE-STAMPA

           OPEN OUTPUT ORDINE-DOC-FILE

           WRITE ORDINE-DOC-RECORD FROM
               "ORDINE D'ACQUISTO"
           MOVE ALL "=" TO ORDINE-DOC-RECORD
           WRITE ORDINE-DOC-RECORD

           MOVE SPACES TO ORDINE-DOC-RECORD
           STRING "Numero: " WS-ORD-NUMERO
                  "    Data: " WS-ORD-DATA
                  DELIMITED BY SIZE INTO ORDINE-DOC-RECORD
           WRITE ORDINE-DOC-RECORD

           MOVE SPACES TO ORDINE-DOC-RECORD
           STRING "Fornitore: " WS-ORD-FORNITORE " - "
                  WS-ORD-RAGIONE(1:40)
                  DELIMITED BY SIZE INTO ORDINE-DOC-RECORD
           WRITE ORDINE-DOC-RECORD

           MOVE SPACES TO ORDINE-DOC-RECORD
           MOVE WS-ORD-CAMBIO TO WS-IMPORTO-EDIT
           STRING "Valuta: " WS-ORD-VALUTA
                  "    Cambio: " WS-IMPORTO-EDIT
                  DELIMITED BY SIZE INTO ORDINE-DOC-RECORD
           WRITE ORDINE-DOC-RECORD
           WRITE ORDINE-DOC-RECORD FROM SPACES

           WRITE ORDINE-DOC-RECORD FROM
               "CODICE      DESCRIZIONE                    " &
               "      QUANTITA UM ACQ.     PREZZO EUR        IMPORTO"
           MOVE ALL "-" TO ORDINE-DOC-RECORD
           WRITE ORDINE-DOC-RECORD

           EXEC SQL
               OPEN CUR-RIGHE-STAMPA
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-RIGHE-STAMPA
                   INTO :WS-ART-CODICE, :WS-ART-DESCRIZIONE,
                        :WS-ART-UM, :WS-MOV-QUANTITA,
                        :WS-MOV-PREZZO, :WS-MOV-VALORE
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-CONTA-RIGHE-STAMPA

                   MOVE SPACES TO ORDINE-DOC-RECORD
                   STRING WS-ART-CODICE " "
                          WS-ART-DESCRIZIONE(1:35)
                          DELIMITED BY SIZE
                          INTO ORDINE-DOC-RECORD

                   MOVE WS-MOV-QUANTITA TO WS-QUANTITA-EDIT
                   STRING ORDINE-DOC-RECORD(1:48)
                          WS-QUANTITA-EDIT
                          DELIMITED BY SIZE
                          INTO ORDINE-DOC-RECORD

                   STRING ORDINE-DOC-RECORD(1:62)
                          " " WS-ART-UM(1:7)
                          DELIMITED BY SIZE
                          INTO ORDINE-DOC-RECORD

                   MOVE WS-MOV-PREZZO TO WS-IMPORTO-EDIT
                   STRING ORDINE-DOC-RECORD(1:70)
                          WS-IMPORTO-EDIT
                          DELIMITED BY SIZE
                          INTO ORDINE-DOC-RECORD

                   MOVE WS-MOV-VALORE TO WS-IMPORTO-EDIT
                   STRING ORDINE-DOC-RECORD(1:84)
                          "  " WS-IMPORTO-EDIT
                          DELIMITED BY SIZE
                          INTO ORDINE-DOC-RECORD
                   WRITE ORDINE-DOC-RECORD
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-RIGHE-STAMPA
           END-EXEC

           WRITE ORDINE-DOC-RECORD FROM SPACES
           MOVE ALL "-" TO ORDINE-DOC-RECORD
           WRITE ORDINE-DOC-RECORD

           MOVE SPACES TO ORDINE-DOC-RECORD
           MOVE WS-ORD-TOTALE TO WS-IMPORTO-EDIT
           STRING "TOTALE ORDINE: EUR " WS-IMPORTO-EDIT
                  DELIMITED BY SIZE INTO ORDINE-DOC-RECORD
           WRITE ORDINE-DOC-RECORD

           IF WS-ORD-VALUTA NOT = 'EUR' AND WS-ORD-CAMBIO > 0
               COMPUTE WS-ORD-CONTROVALORE ROUNDED =
                   WS-ORD-TOTALE / WS-ORD-CAMBIO
               MOVE SPACES TO ORDINE-DOC-RECORD
               MOVE WS-ORD-CONTROVALORE TO WS-IMPORTO-EDIT
               STRING "Controvalore in " WS-ORD-VALUTA ": "
                      WS-IMPORTO-EDIT
                      DELIMITED BY SIZE INTO ORDINE-DOC-RECORD
               WRITE ORDINE-DOC-RECORD
           END-IF

           CLOSE ORDINE-DOC-FILE

      * L'ordine stampato e inviato passa in stato Confermato
           EXEC SQL
               UPDATE ORDINI
               SET stato_ordine = 'C',
                   data_invio = CURRENT_DATE
               WHERE numero_ordine = :WS-ORD-NUMERO
               AND stato_ordine = 'A'
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "Errore aggiornamento stato ordine: " SQLCODE
           END-IF

           MOVE WS-CONTA-RIGHE-STAMPA TO WS-NUMERO-EDIT
           DISPLAY "Righe stampate: " WS-NUMERO-EDIT
           DISPLAY "Ordine stampato in " WS-NOME-FILE-ORDINE.

      ******************************************************************
      * Import delle conferme d'ordine dei fornitori dal file
      * CONFERME-ORDINI.TXT (ordine, articolo, quantita', prezzo,
      * data consegna confermati). La data di consegna confermata
      * viene applicata subito alle righe; le differenze di prezzo
      * e quantita' finiscono nel report per la validazione degli
      * acquisti e vengono applicate solo se autorizzato dal capo.
      ******************************************************************
       IMPORTA-CONFERME-ORDINI.
           DISPLAY " "
           DISPLAY "=== IMPORT CONFERME D'ORDINE FORNITORI ==="

           MOVE 'N' TO WS-CNF-APPLICA
           IF WS-PROFILO-CORRENTE = 'C'
               DISPLAY "Applicare anche quantità e prezzi "
                       "confermati già validati (S/N): "
                       WITH NO ADVANCING
               ACCEPT WS-CNF-APPLICA
           END-IF

           OPEN INPUT CONFERME-FILE
           IF WS-CNF-FILE-STATUS NOT = "00"
               DISPLAY "File CONFERME-ORDINI.TXT non trovato!"
               EXIT PARAGRAPH
           END-IF

           PERFORM GENERA-DATA-STAMP
           STRING "CONFERME-DISCREPANZE-" WS-DATA-STAMP ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-CONFERME

           MOVE ZERO TO WS-CONTA-CNF-LETTE
           MOVE ZERO TO WS-CONTA-CNF-ABBINATE
           MOVE ZERO TO WS-CONTA-CNF-DISCREP
           MOVE 'N' TO WS-CNF-EOF

           OPEN OUTPUT CONFERME-REPORT-FILE

           WRITE CONFERME-REPORT-RECORD FROM
               "REPORT DISCREPANZE CONFERME D'ORDINE"
           MOVE ALL "=" TO CONFERME-REPORT-RECORD
           WRITE CONFERME-REPORT-RECORD

           MOVE SPACES TO CONFERME-REPORT-RECORD
           STRING "Data import: " FUNCTION CURRENT-DATE(1:10)
                  DELIMITED BY SIZE INTO CONFERME-REPORT-RECORD
           WRITE CONFERME-REPORT-RECORD
           WRITE CONFERME-REPORT-RECORD FROM SPACES

           PERFORM UNTIL WS-CNF-EOF = 'S'
               READ CONFERME-FILE
                   AT END
                       MOVE 'S' TO WS-CNF-EOF
                   NOT AT END
                       ADD 1 TO WS-CONTA-CNF-LETTE
                       PERFORM ABBINA-CONFERMA-RIGA
               END-READ
           END-PERFORM

           CLOSE CONFERME-FILE

           WRITE CONFERME-REPORT-RECORD FROM SPACES
           MOVE ALL "-" TO CONFERME-REPORT-RECORD
           WRITE CONFERME-REPORT-RECORD

           MOVE SPACES TO CONFERME-REPORT-RECORD
           MOVE WS-CONTA-CNF-LETTE TO WS-NUMERO-EDIT
           STRING "Conferme lette:     " WS-NUMERO-EDIT
                  DELIMITED BY SIZE INTO CONFERME-REPORT-RECORD
           WRITE CONFERME-REPORT-RECORD

           MOVE SPACES TO CONFERME-REPORT-RECORD
           MOVE WS-CONTA-CNF-ABBINATE TO WS-NUMERO-EDIT
           STRING "Conferme abbinate:  " WS-NUMERO-EDIT
                  DELIMITED BY SIZE INTO CONFERME-REPORT-RECORD
           WRITE CONFERME-REPORT-RECORD

           MOVE SPACES TO CONFERME-REPORT-RECORD
           MOVE WS-CONTA-CNF-DISCREP TO WS-NUMERO-EDIT
           STRING "Discrepanze rilevate: " WS-NUMERO-EDIT
                  DELIMITED BY SIZE INTO CONFERME-REPORT-RECORD
           WRITE CONFERME-REPORT-RECORD

           CLOSE CONFERME-REPORT-FILE

           MOVE WS-CONTA-CNF-ABBINATE TO WS-NUMERO-EDIT
           DISPLAY "Conferme abbinate: " WS-NUMERO-EDIT
           MOVE WS-CONTA-CNF-DISCREP TO WS-NUMERO-EDIT
           DISPLAY "Discrepanze da validare: " WS-NUMERO-EDIT
           DISPLAY "Report salvato in " WS-NOME-FILE-CONFERME.

      * Abbina la conferma letta alla riga d'ordine: aggiorna la
      * data di consegna confermata e confronta quantita' e prezzo;
      * le differenze finiscono nel report (e vengono applicate
      * solo in modalita' autorizzata)
       ABBINA-CONFERMA-RIGA.
           MOVE CONF-NUMERO-ORDINE TO WS-CNF-ORDINE
           MOVE CONF-ARTICOLO TO WS-CNF-ARTICOLO
           MOVE FUNCTION NUMVAL(CONF-QUANTITA)
               TO WS-CNF-QUANTITA
           MOVE FUNCTION NUMVAL(CONF-PREZZO)
               TO WS-CNF-PREZZO
           MOVE CONF-DATA-CONSEGNA TO WS-CNF-DATA

           EXEC SQL
               SELECT quantita_ordinata, prezzo_unitario
               INTO :WS-CNF-QTA-ORD, :WS-CNF-PREZZO-ORD
               FROM RIGHE_ORDINE
               WHERE numero_ordine = :WS-CNF-ORDINE
               AND codice_articolo = :WS-CNF-ARTICOLO
               AND stato_riga <> 'C'
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SPACES TO CONFERME-REPORT-RECORD
               STRING "RIGA NON TROVATA: ordine " WS-CNF-ORDINE
                      " articolo " WS-CNF-ARTICOLO
                      DELIMITED BY SIZE
                      INTO CONFERME-REPORT-RECORD
               WRITE CONFERME-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CONTA-CNF-ABBINATE

      * La data di consegna confermata si applica subito: guida
      * ATP e solleciti
           EXEC SQL
               UPDATE RIGHE_ORDINE
               SET data_consegna =
                       NULLIF(:WS-CNF-DATA, SPACES),
                   data_conferma = CURRENT_DATE
               WHERE numero_ordine = :WS-CNF-ORDINE
               AND codice_articolo = :WS-CNF-ARTICOLO
           END-EXEC

           IF WS-CNF-QUANTITA NOT = WS-CNF-QTA-ORD
               OR WS-CNF-PREZZO NOT = WS-CNF-PREZZO-ORD
               ADD 1 TO WS-CONTA-CNF-DISCREP

               MOVE SPACES TO CONFERME-REPORT-RECORD
               STRING "DISCREPANZA ordine " WS-CNF-ORDINE
                      " articolo " WS-CNF-ARTICOLO
                      DELIMITED BY SIZE
                      INTO CONFERME-REPORT-RECORD
               WRITE CONFERME-REPORT-RECORD

               MOVE SPACES TO CONFERME-REPORT-RECORD
               MOVE WS-CNF-QTA-ORD TO WS-QUANTITA-EDIT
               STRING "  Quantità ordinata:  " WS-QUANTITA-EDIT
                      DELIMITED BY SIZE
                      INTO CONFERME-REPORT-RECORD
               MOVE WS-CNF-QUANTITA TO WS-QUANTITA-EDIT
               STRING CONFERME-REPORT-RECORD(1:36)
                      "  Confermata: " WS-QUANTITA-EDIT
                      DELIMITED BY SIZE
                      INTO CONFERME-REPORT-RECORD
               WRITE CONFERME-REPORT-RECORD

               MOVE SPACES TO CONFERME-REPORT-RECORD
               MOVE WS-CNF-PREZZO-ORD TO WS-IMPORTO-EDIT
               STRING "  Prezzo ordinato:    " WS-IMPORTO-EDIT
                      DELIMITED BY SIZE
                      INTO CONFERME-REPORT-RECORD
               MOVE WS-CNF-PREZZO TO WS-IMPORTO-EDIT
               STRING CONFERME-REPORT-RECORD(1:36)
                      "  Confermato: " WS-IMPORTO-EDIT
                      DELIMITED BY SIZE
                      INTO CONFERME-REPORT-RECORD
               WRITE CONFERME-REPORT-RECORD

               IF WS-CNF-APPLICA = 'S' OR 's'
                   PERFORM APPLICA-CONFERMA-RIGA
               END-IF
           END-IF.

      * Applicazione autorizzata della conferma: la riga prende
      * quantita' e prezzo confermati e, nella stessa transazione,
      * l'ordinato in giacenza si muove della differenza (in
      * unita' di magazzino con il coefficiente di conversione) e
      * il totale dell'ordine viene ricalcolato
       APPLICA-CONFERMA-RIGA.
           COMPUTE WS-MOV-VALORE =
               WS-CNF-QUANTITA * WS-CNF-PREZZO

           MOVE 1 TO WS-CNF-COEFF
           EXEC SQL
               SELECT COALESCE(coeff_conversione, 1)
               INTO :WS-CNF-COEFF
               FROM ARTICOLI
               WHERE codice_articolo = :WS-CNF-ARTICOLO
           END-EXEC
           IF WS-CNF-COEFF < 1
               MOVE 1 TO WS-CNF-COEFF
           END-IF

           COMPUTE WS-CNF-DELTA =
               (WS-CNF-QUANTITA - WS-CNF-QTA-ORD)
               * WS-CNF-COEFF

           EXEC SQL
               BEGIN TRANSACTION
           END-EXEC

           EXEC SQL
               UPDATE RIGHE_ORDINE
               SET quantita_ordinata = :WS-CNF-QUANTITA,
                   prezzo_unitario = :WS-CNF-PREZZO,
                   importo_riga = :WS-MOV-VALORE
               WHERE numero_ordine = :WS-CNF-ORDINE
               AND codice_articolo = :WS-CNF-ARTICOLO
           END-EXEC

           IF SQLCODE = 0
      * L'ordinato in giacenza segue la quantita' confermata
               EXEC SQL
                   UPDATE GIACENZE
                   SET quantita_ordinata = GREATEST(0,
                       quantita_ordinata + :WS-CNF-DELTA)
                   WHERE codice_articolo = :WS-CNF-ARTICOLO
                   AND codice_magazzino = :WS-MAGAZZINO-DEFAULT
               END-EXEC
           END-IF

           IF SQLCODE = 0 OR SQLCODE = 100
      * Totale ordine ricalcolato dalle righe vive
               EXEC SQL
                   UPDATE ORDINI
                   SET totale_ordine =
                       (SELECT COALESCE(SUM(importo_riga), 0)
                        FROM RIGHE_ORDINE
                        WHERE numero_ordine = :WS-CNF-ORDINE
                        AND stato_riga <> 'C')
                   WHERE numero_ordine = :WS-CNF-ORDINE
               END-EXEC
           END-IF

           IF SQLCODE = 0
               EXEC SQL
                   COMMIT
               END-EXEC
               WRITE CONFERME-REPORT-RECORD FROM
                   "  -> APPLICATA (autorizzata)"
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               DISPLAY "Errore applicazione conferma: " SQLCODE
               WRITE CONFERME-REPORT-RECORD FROM
                   "  -> ERRORE APPLICAZIONE, NON APPLICATA"
           END-IF.

       NUOVO-ORDINE.
           DISPLAY " "
           DISPLAY "=== NUOVO ORDINE FORNITORE ==="

           DISPLAY "Codice fornitore: " WITH NO ADVANCING
           ACCEPT WS-ORD-FORNITORE

      * Verifica fornitore
           EXEC SQL
               SELECT ragione_sociale
               INTO :WS-MOV-CAUSALE
               FROM FORNITORI
               WHERE codice_fornitore = :WS-ORD-FORNITORE
               AND stato = 'A'
           END-EXEC

           IF SQLCODE = 100
               DISPLAY "Fornitore non trovato o non attivo!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Fornitore: " WS-MOV-CAUSALE

           DISPLAY "Valuta ordine (invio = EUR): " WITH NO ADVANCING
           ACCEPT WS-ORD-VALUTA
           IF WS-ORD-VALUTA = SPACES
               MOVE 'EUR' TO WS-ORD-VALUTA
           END-IF

           IF WS-ORD-VALUTA = 'EUR'
               MOVE 1.0000 TO WS-ORD-CAMBIO
           ELSE
      * Cambio dalla tabella centrale; manuale solo come
      * forzatura autorizzata quando la valuta non e' quotata
               MOVE WS-ORD-VALUTA TO WS-CAM-VALUTA
               PERFORM CERCA-CAMBIO-VALUTA

               IF WS-CAM-TROVATO = 'S'
                   MOVE WS-CAM-CAMBIO TO WS-ORD-CAMBIO
                   DISPLAY "Cambio di listino del " WS-CAM-DATA
                           ": " WS-CAM-CAMBIO
               ELSE
                   DISPLAY "Valuta non quotata a listino. "
                           "Inserimento manuale autorizzato "
                           "(S/N): " WITH NO ADVANCING
                   ACCEPT WS-RISPOSTA
                   IF WS-RISPOSTA NOT = 'S' AND NOT = 's'
                       DISPLAY "Ordine annullato!"
                       EXIT PARAGRAPH
                   END-IF
                   DISPLAY "Cambio (1 " WS-ORD-VALUTA " = ? EUR): "
                           WITH NO ADVANCING
                   ACCEPT WS-ORD-CAMBIO
               END-IF

               IF WS-ORD-CAMBIO <= 0
                   DISPLAY "Cambio non valido!"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM CREA-TESTATA-ORDINE

           IF WS-ESITO = "OK"
               DISPLAY "Ordine " WS-ORD-NUMERO " creato!"
               DISPLAY " "
               PERFORM AGGIUNGI-RIGHE-ORDINE
           END-IF.

       CREA-TESTATA-ORDINE.
           MOVE "OK" TO WS-ESITO

      * Genera numero ordine (fornitore in coda per garantire
      * l'unicità quando si generano più ordini nella stessa
      * esecuzione, es. dalla generazione bozze da sottoscorta)
           STRING "ORD" FUNCTION CURRENT-DATE(1:4) "/"
                  FUNCTION CURRENT-DATE(6:2)
                  FUNCTION CURRENT-DATE(9:2)
                  FUNCTION CURRENT-DATE(12:6)
                  "-" WS-ORD-FORNITORE
                  DELIMITED BY SIZE INTO WS-ORD-NUMERO

           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-ORD-DATA
           MOVE 'A' TO WS-ORD-STATO
           MOVE ZERO TO WS-ORD-TOTALE

           EXEC SQL
               INSERT INTO ORDINI
               (numero_ordine, data_ordine, codice_fornitore,
                stato_ordine, totale_ordine, valuta, cambio)
               VALUES
               (:WS-ORD-NUMERO, CURRENT_DATE, :WS-ORD-FORNITORE,
                :WS-ORD-STATO, :WS-ORD-TOTALE, :WS-ORD-VALUTA,
                :WS-ORD-CAMBIO)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Errore creazione ordine: " SQLCODE
               MOVE "KO" TO WS-ESITO
               MOVE SPACES TO WS-ORD-NUMERO
           END-IF.
       
       AGGIUNGI-RIGHE-ORDINE.
           MOVE 'S' TO WS-CONTINUA
           
           PERFORM UNTIL WS-CONTINUA NOT = 'S' AND NOT = 's'
               DISPLAY "Codice articolo: " WITH NO ADVANCING
               ACCEPT WS-ART-CODICE
               
               PERFORM CARICA-ARTICOLO
               IF WS-ESITO = "OK"
                   DISPLAY "Articolo: " WS-ART-DESCRIZIONE(1:40)

      * Gli ordini ai fornitori viaggiano in unita' di acquisto
      * (es. cartoni); la conversione in unita' di magazzino
      * avverra' al ricevimento
                   DISPLAY "Quantità da ordinare ("
                           WS-ART-UM-ACQ "): " WITH NO ADVANCING
                   ACCEPT WS-MOV-QUANTITA

                   IF WS-MOV-QUANTITA > 0
                       IF WS-ORD-VALUTA = 'EUR'
      * Prezzo di riferimento per unita' di acquisto
                           COMPUTE WS-MOV-PREZZO ROUNDED =
                               WS-ART-PREZZO-ACQ *
                               WS-ART-COEFF-CONV
                       ELSE
                           DISPLAY "Prezzo unitario (" WS-ORD-VALUTA
                                   "): " WITH NO ADVANCING
                           ACCEPT WS-MOV-PREZZO-VALUTA
                           COMPUTE WS-MOV-PREZZO ROUNDED =
                               WS-MOV-PREZZO-VALUTA * WS-ORD-CAMBIO
                           MOVE WS-MOV-PREZZO TO WS-IMPORTO-EDIT
                           DISPLAY "Prezzo convertito: EUR "
                                   WS-IMPORTO-EDIT
                       END-IF
                       COMPUTE WS-MOV-VALORE =
                           WS-MOV-QUANTITA * WS-MOV-PREZZO

                       EXEC SQL
                           INSERT INTO RIGHE_ORDINE
                           (numero_ordine, codice_articolo,
                            quantita_ordinata, prezzo_unitario,
                            importo_riga)
                           VALUES
                           (:WS-ORD-NUMERO, :WS-ART-CODICE,
                            :WS-MOV-QUANTITA, :WS-MOV-PREZZO,
                            :WS-MOV-VALORE)
                       END-EXEC
                       
                       IF SQLCODE = 0
                           ADD WS-MOV-VALORE TO WS-ORD-TOTALE

      * Aggiorna quantità ordinata (in unita' di magazzino)
                           COMPUTE WS-UM2-QTA-ACQ =
                               WS-MOV-QUANTITA * WS-ART-COEFF-CONV
                           EXEC SQL
                               UPDATE GIACENZE
                               SET quantita_ordinata =
                                   quantita_ordinata + :WS-UM2-QTA-ACQ
                               WHERE codice_articolo = :WS-ART-CODICE
                               AND codice_magazzino =
                                   :WS-MAGAZZINO-DEFAULT
                           END-EXEC

                           DISPLAY "Riga ordine aggiunta!"
                       ELSE
                           DISPLAY "Errore aggiunta riga: " SQLCODE
                       END-IF
                   END-IF
               END-IF
               
               DISPLAY "Aggiungere altro articolo (S/N): " 
                       WITH NO ADVANCING
               ACCEPT WS-CONTINUA
           END-PERFORM
           
      * Aggiorna totale ordine
           EXEC SQL
               UPDATE ORDINI
               SET totale_ordine = :WS-ORD-TOTALE
               WHERE numero_ordine = :WS-ORD-NUMERO
           END-EXEC
           
           MOVE WS-ORD-TOTALE TO WS-IMPORTO-EDIT
           DISPLAY " "
           DISPLAY "Ordine completato. Totale: EUR " WS-IMPORTO-EDIT.

      ******************************************************************
      * Bozze d'ordine per gli articoli sottoscorta senza ordini in
      * corso. Il fornitore di ogni articolo e' scelto sui listini
      * fornitori validi (SCEGLI-FORNITORE-LISTINO); senza listino
      * restano fornitore e prezzo d'acquisto dell'anagrafica. Le
      * righe confluiscono in una bozza per fornitore e il report
      * BOZZE-ORDINI riporta per ogni articolo le alternative
      * scartate con il motivo.
      ******************************************************************
       GENERA-ORDINI-SOTTOSCORTA.
           DISPLAY " "
           DISPLAY "=== GENERAZIONE ORDINI BOZZA DA SOTTOSCORTA ==="
           DISPLAY " "

           MOVE ZERO TO WS-LSF-NUM-ORD
           MOVE ZERO TO WS-CONTA-ORDINI-BOZZA
           MOVE ZERO TO WS-CONTA-RIGHE-BOZZA
      * Le bozze generate da sottoscorta usano sempre il listino EUR
           MOVE 'EUR' TO WS-ORD-VALUTA
           MOVE 1.0000 TO WS-ORD-CAMBIO

           PERFORM GENERA-DATA-STAMP
           MOVE SPACES TO WS-NOME-FILE-BOZZE
           STRING "BOZZE-ORDINI-" WS-DATA-STAMP ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-BOZZE

           OPEN OUTPUT BOZZE-FILE
           WRITE BOZZE-RECORD FROM
               "ORDINI BOZZA DA SOTTOSCORTA - SCELTA DEL FORNITORE"
           MOVE ALL "=" TO BOZZE-RECORD
           WRITE BOZZE-RECORD
           MOVE SPACES TO BOZZE-RECORD
           STRING "Data: " FUNCTION CURRENT-DATE(1:10)
                  "    Quantita' e prezzi in unita' di magazzino,"
                  " lt = lead time quotato/effettivo in giorni"
                  DELIMITED BY SIZE INTO BOZZE-RECORD
           WRITE BOZZE-RECORD

           EXEC SQL
               OPEN CUR-SOTTOSCORTA
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-SOTTOSCORTA
                   INTO :WS-ART-CODICE, :WS-ART-DESCRIZIONE,
                        :WS-GIA-DISPONIBILE, :WS-GIA-ORDINATA,
                        :WS-ART-PUNTO-RIORD, :WS-ART-LOTTO-RIORD,
                        :WS-MOV-CAUSALE, :WS-ART-FORNITORE,
                        :WS-ART-PREZZO-ACQ
               END-EXEC

               IF SQLCODE = 0 AND WS-GIA-ORDINATA = ZERO
      * Le bozze nascono in unita' di acquisto: il lotto di
      * riordino (unita' di magazzino) viene riportato in
      * confezioni con il coefficiente di conversione
                   MOVE 1 TO WS-ART-COEFF-CONV
                   EXEC SQL
                       SELECT COALESCE(coeff_conversione, 1)
                       INTO :WS-ART-COEFF-CONV
                       FROM ARTICOLI
                       WHERE codice_articolo = :WS-ART-CODICE
                   END-EXEC
                   IF WS-ART-COEFF-CONV < 1
                       MOVE 1 TO WS-ART-COEFF-CONV
                   END-IF

      * Con previsione affidabile la bozza copre la domanda
      * prevista per il mese corrente e il successivo, quando
      * supera il lotto di riordino
                   MOVE ZERO TO WS-PREV-PREVISTO
                   EXEC SQL
                       SELECT COALESCE(SUM(p.quantita_prevista), 0)
                       INTO :WS-PREV-PREVISTO
                       FROM PREVISIONI_DOMANDA p
                       JOIN ARTICOLI a
                         ON a.codice_articolo = p.codice_articolo
                       WHERE p.codice_articolo = :WS-ART-CODICE
                       AND a.mape_previsione <=
                           :WS-PREV-MAPE-SOGLIA
                       AND p.anno * 12 + p.mese >=
                           EXTRACT(YEAR FROM CURRENT_DATE) * 12
                           + EXTRACT(MONTH FROM CURRENT_DATE)
                       AND p.anno * 12 + p.mese <=
                           EXTRACT(YEAR FROM CURRENT_DATE) * 12
                           + EXTRACT(MONTH FROM CURRENT_DATE) + 1
                   END-EXEC

                   COMPUTE WS-PREV-FABBISOGNO =
                       WS-PREV-PREVISTO - WS-GIA-DISPONIBILE
                   IF WS-PREV-FABBISOGNO > WS-ART-LOTTO-RIORD
                       MOVE WS-PREV-FABBISOGNO
                           TO WS-ART-LOTTO-RIORD
                       MOVE WS-PREV-FABBISOGNO TO WS-QUANTITA-EDIT
                       DISPLAY "  " WS-ART-CODICE
                               " quantita' da previsione: "
                               WS-QUANTITA-EDIT
                   END-IF

      * Fornitore, prezzo e quantita' (MOQ e multiplo) dai listini
                   PERFORM SCEGLI-FORNITORE-LISTINO

                   IF WS-ART-FORNITORE NOT = SPACES
                       PERFORM APRI-BOZZA-FORNITORE
                   END-IF

                   IF WS-ART-FORNITORE NOT = SPACES
                       AND WS-ESITO = "OK"
                       COMPUTE WS-MOV-QUANTITA ROUNDED =
                           WS-ART-LOTTO-RIORD / WS-ART-COEFF-CONV
                       IF WS-MOV-QUANTITA = 0
                           MOVE 1 TO WS-MOV-QUANTITA
                       END-IF
                       COMPUTE WS-MOV-PREZZO ROUNDED =
                           WS-ART-PREZZO-ACQ * WS-ART-COEFF-CONV
                       COMPUTE WS-MOV-VALORE =
                           WS-MOV-QUANTITA * WS-MOV-PREZZO

                       EXEC SQL
                           INSERT INTO RIGHE_ORDINE
                           (numero_ordine, codice_articolo,
                            quantita_ordinata, prezzo_unitario,
                            importo_riga, note_scelta_fornitore)
                           VALUES
                           (:WS-ORD-NUMERO, :WS-ART-CODICE,
                            :WS-MOV-QUANTITA, :WS-MOV-PREZZO,
                            :WS-MOV-VALORE,
                            NULLIF(:WS-LSF-NOTA, SPACES))
                       END-EXEC

                       IF SQLCODE = 0
                           ADD 1 TO WS-CONTA-RIGHE-BOZZA

                           COMPUTE WS-UM2-QTA-ACQ =
                               WS-MOV-QUANTITA * WS-ART-COEFF-CONV
                           EXEC SQL
                               UPDATE GIACENZE
                               SET quantita_ordinata =
                                   quantita_ordinata + :WS-UM2-QTA-ACQ
                               WHERE codice_articolo = :WS-ART-CODICE
                               AND codice_magazzino =
                                   :WS-MAGAZZINO-DEFAULT
                           END-EXEC

                           EXEC SQL
                               UPDATE ORDINI
                               SET totale_ordine =
                                   totale_ordine + :WS-MOV-VALORE
                               WHERE numero_ordine = :WS-ORD-NUMERO
                           END-EXEC
                       ELSE
                           DISPLAY "Errore riga bozza per "
                                   WS-ART-CODICE ": " SQLCODE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-SOTTOSCORTA
           END-EXEC

           WRITE BOZZE-RECORD FROM SPACES
           MOVE SPACES TO BOZZE-RECORD
           MOVE WS-CONTA-ORDINI-BOZZA TO WS-NUMERO-EDIT
           STRING "Ordini bozza creati: " WS-NUMERO-EDIT
                  DELIMITED BY SIZE INTO BOZZE-RECORD
           WRITE BOZZE-RECORD
           MOVE SPACES TO BOZZE-RECORD
           MOVE WS-CONTA-RIGHE-BOZZA TO WS-NUMERO-EDIT
           STRING "Righe d'ordine generate: " WS-NUMERO-EDIT
                  DELIMITED BY SIZE INTO BOZZE-RECORD
           WRITE BOZZE-RECORD
           CLOSE BOZZE-FILE

           MOVE WS-CONTA-ORDINI-BOZZA TO WS-NUMERO-EDIT
           DISPLAY " "
           DISPLAY "Ordini bozza creati: " WS-NUMERO-EDIT
           MOVE WS-CONTA-RIGHE-BOZZA TO WS-NUMERO-EDIT
           DISPLAY "Righe d'ordine generate: " WS-NUMERO-EDIT
           DISPLAY "Scelta fornitori nel file: " WS-NOME-FILE-BOZZE.

      * Bozza del fornitore WS-ART-FORNITORE in WS-ORD-NUMERO: quella
      * gia' aperta in questa generazione o una nuova testata
       APRI-BOZZA-FORNITORE.
           MOVE "OK" TO WS-ESITO
           PERFORM VARYING WS-LSF-ORD-IDX FROM 1 BY 1
                   UNTIL WS-LSF-ORD-IDX > WS-LSF-NUM-ORD
               IF WS-LSF-O-FORNITORE(WS-LSF-ORD-IDX) =
                  WS-ART-FORNITORE
                   MOVE WS-LSF-O-NUMERO(WS-LSF-ORD-IDX)
                       TO WS-ORD-NUMERO
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           MOVE WS-ART-FORNITORE TO WS-ORD-FORNITORE
           PERFORM CREA-TESTATA-ORDINE
           IF WS-ESITO = "OK"
               ADD 1 TO WS-CONTA-ORDINI-BOZZA
               DISPLAY "Ordine " WS-ORD-NUMERO
                       " creato per fornitore " WS-ART-FORNITORE
               IF WS-LSF-NUM-ORD < WS-LSF-MAX-ORD
                   ADD 1 TO WS-LSF-NUM-ORD
                   MOVE WS-ART-FORNITORE
                       TO WS-LSF-O-FORNITORE(WS-LSF-NUM-ORD)
                   MOVE WS-ORD-NUMERO
                       TO WS-LSF-O-NUMERO(WS-LSF-NUM-ORD)
               END-IF
           END-IF.

      ******************************************************************
      * Scelta del fornitore dell'articolo WS-ART-CODICE per il
      * fabbisogno WS-ART-LOTTO-RIORD. La data di fabbisogno e'
      * l'esaurimento della disponibilita' al consumo medio degli
      * ultimi WS-RIO-GIORNI-STORICO giorni. Per ogni fornitore con
      * listino valido la quantita' sale al minimo d'ordine, al
      * primo scaglione e al multiplo di confezione e il prezzo e'
      * quello dello scaglione raggiunto. Vince chi consegna in
      * tempo (lead time quotato) al prezzo piu' basso, a parita'
      * di prezzo chi ha il lead time effettivo storico minore; se
      * nessuno arriva in tempo, il piu' rapido. Senza listini
      * restano fornitore e prezzo dell'anagrafica articolo.
      ******************************************************************
       SCEGLI-FORNITORE-LISTINO.
           MOVE WS-ART-LOTTO-RIORD TO WS-LSF-FABBISOGNO
           MOVE SPACES TO WS-LSF-NOTA
           MOVE 1 TO WS-LSF-NOTA-PTR
           MOVE ZERO TO WS-LSF-NUM-CAND

      * Giorni di copertura della disponibilita' residua
           MOVE ZERO TO WS-LSF-CONSUMO
           EXEC SQL
               SELECT COALESCE(SUM(CASE
                          WHEN tipo_movimento = 'SC'
                              THEN quantita
                          ELSE 0 - quantita END), 0)
               INTO :WS-LSF-CONSUMO
               FROM MOVIMENTI_MAGAZZINO
               WHERE codice_articolo = :WS-ART-CODICE
               AND tipo_movimento IN ('SC', 'RC')
               AND COALESCE(id_movimento_storno, 0) = 0
               AND data_movimento >=
                   CURRENT_DATE - :WS-RIO-GIORNI-STORICO
           END-EXEC

           IF WS-GIA-DISPONIBILE <= 0
               MOVE ZERO TO WS-LSF-COPERTURA
           ELSE
               IF WS-LSF-CONSUMO <= 0
                   MOVE 999 TO WS-LSF-COPERTURA
               ELSE
                   COMPUTE WS-LSF-CONSUMO-GG =
                       WS-LSF-CONSUMO / WS-RIO-GIORNI-STORICO
                   COMPUTE WS-QTA-RESIDUA =
                       WS-GIA-DISPONIBILE / WS-LSF-CONSUMO-GG
                   IF WS-QTA-RESIDUA > 999
                       MOVE 999 TO WS-LSF-COPERTURA
                   ELSE
                       MOVE WS-QTA-RESIDUA TO WS-LSF-COPERTURA
                   END-IF
               END-IF
           END-IF

           MOVE SPACES TO WS-LSF-DATA-NEC
           EXEC SQL
               SELECT CAST(CURRENT_DATE + :WS-LSF-COPERTURA
                           AS VARCHAR)
               INTO :WS-LSF-DATA-NEC
           END-EXEC

      * Fornitori con listino valido
           EXEC SQL
               OPEN CUR-LISTINO-FORNITORI
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-LISTINO-FORNITORI
                   INTO :WS-LSF-FORNITORE, :WS-LSF-RAGIONE,
                        :WS-LSF-MOQ, :WS-LSF-MULTIPLO, :WS-LSF-LEAD
               END-EXEC

               IF SQLCODE = 0
                   AND WS-LSF-NUM-CAND < WS-LSF-MAX-CAND
                   ADD 1 TO WS-LSF-NUM-CAND
                   MOVE WS-LSF-FORNITORE
                       TO WS-LSF-C-FORNITORE(WS-LSF-NUM-CAND)
                   MOVE WS-LSF-RAGIONE
                       TO WS-LSF-C-RAGIONE(WS-LSF-NUM-CAND)
                   MOVE WS-LSF-MOQ TO WS-LSF-C-MOQ(WS-LSF-NUM-CAND)
                   MOVE WS-LSF-MULTIPLO
                       TO WS-LSF-C-MULTIPLO(WS-LSF-NUM-CAND)
                   MOVE WS-LSF-LEAD TO WS-LSF-C-LEAD(WS-LSF-NUM-CAND)
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-LISTINO-FORNITORI
           END-EXEC

           WRITE BOZZE-RECORD FROM SPACES
           MOVE SPACES TO BOZZE-RECORD
           MOVE WS-LSF-FABBISOGNO TO WS-QUANTITA-EDIT
           STRING WS-ART-CODICE " " WS-ART-DESCRIZIONE(1:40)
                  "  fabbisogno " WS-QUANTITA-EDIT
                  "  entro il " WS-LSF-DATA-NEC
                  DELIMITED BY SIZE INTO BOZZE-RECORD
           WRITE BOZZE-RECORD

           IF WS-LSF-NUM-CAND = 0
               MOVE SPACES TO BOZZE-RECORD
               IF WS-ART-FORNITORE = SPACES
                   STRING "  NESSUN LISTINO VALIDO E NESSUN FORNITORE "
                          "IN ANAGRAFICA: ARTICOLO NON ORDINATO"
                          DELIMITED BY SIZE INTO BOZZE-RECORD
                   DISPLAY "  " WS-ART-CODICE
                           " senza listino ne' fornitore: saltato"
               ELSE
                   MOVE WS-ART-PREZZO-ACQ TO WS-IMPORTO-EDIT
                   STRING "  SCELTO   " WS-ART-FORNITORE " "
                          WS-MOV-CAUSALE(1:30)
                          "  prezzo " WS-IMPORTO-EDIT
                          "  (nessun listino, da anagrafica)"
                          DELIMITED BY SIZE INTO BOZZE-RECORD
               END-IF
               WRITE BOZZE-RECORD
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-LSF-IDX FROM 1 BY 1
                   UNTIL WS-LSF-IDX > WS-LSF-NUM-CAND
               PERFORM VALUTA-CANDIDATO-LISTINO
           END-PERFORM

           MOVE 1 TO WS-LSF-MIGLIORE
           PERFORM VARYING WS-LSF-IDX FROM 2 BY 1
                   UNTIL WS-LSF-IDX > WS-LSF-NUM-CAND
               PERFORM CONFRONTA-CANDIDATO-LISTINO
           END-PERFORM

           MOVE WS-LSF-C-FORNITORE(WS-LSF-MIGLIORE) TO WS-ART-FORNITORE
           MOVE WS-LSF-C-PREZZO(WS-LSF-MIGLIORE) TO WS-ART-PREZZO-ACQ
           MOVE WS-LSF-C-QTA(WS-LSF-MIGLIORE) TO WS-ART-LOTTO-RIORD

           MOVE WS-LSF-MIGLIORE TO WS-LSF-IDX
           MOVE SPACES TO WS-LSF-MOTIVO
           IF WS-LSF-C-IN-TEMPO(WS-LSF-IDX) NOT = 'S'
               MOVE "nessun fornitore in tempo: il piu' rapido"
                   TO WS-LSF-MOTIVO
               DISPLAY "  " WS-ART-CODICE
                       " nessun fornitore consegna entro il "
                       WS-LSF-DATA-NEC
           END-IF
           PERFORM SCRIVI-CANDIDATO-LISTINO

           PERFORM VARYING WS-LSF-IDX FROM 1 BY 1
                   UNTIL WS-LSF-IDX > WS-LSF-NUM-CAND
               IF WS-LSF-IDX NOT = WS-LSF-MIGLIORE
                   PERFORM MOTIVA-SCARTO-LISTINO
                   PERFORM SCRIVI-CANDIDATO-LISTINO
                   STRING WS-LSF-C-FORNITORE(WS-LSF-IDX)
                              DELIMITED BY SPACE
                          ": " DELIMITED BY SIZE
                          WS-LSF-MOTIVO DELIMITED BY "  "
                          "; " DELIMITED BY SIZE
                          INTO WS-LSF-NOTA
                          WITH POINTER WS-LSF-NOTA-PTR
                   END-STRING
               END-IF
           END-PERFORM

           IF WS-LSF-NUM-CAND > 1
               DISPLAY "  " WS-ART-CODICE " -> "
                       WS-ART-FORNITORE " scartati: "
                       WS-LSF-NOTA(1:60)
           END-IF.

      * Quantita', prezzo di scaglione e lead time effettivo del
      * candidato WS-LSF-IDX
       VALUTA-CANDIDATO-LISTINO.
           MOVE WS-LSF-C-FORNITORE(WS-LSF-IDX) TO WS-LSF-FORNITORE
           MOVE WS-LSF-FABBISOGNO TO WS-LSF-QTA
           IF WS-LSF-QTA < WS-LSF-C-MOQ(WS-LSF-IDX)
               MOVE WS-LSF-C-MOQ(WS-LSF-IDX) TO WS-LSF-QTA
           END-IF

      * Sotto il primo scaglione il fornitore non vende
           EXEC SQL
               SELECT quantita_da
               INTO :WS-LSF-QTA-DA
               FROM LISTINI_FORNITORI
               WHERE codice_articolo = :WS-ART-CODICE
               AND codice_fornitore = :WS-LSF-FORNITORE
               AND valido_dal <= CURRENT_DATE
               AND COALESCE(valido_al, '9999-12-31') >= CURRENT_DATE
               ORDER BY quantita_da
               LIMIT 1
           END-EXEC
           IF SQLCODE = 0 AND WS-LSF-QTA < WS-LSF-QTA-DA
               MOVE WS-LSF-QTA-DA TO WS-LSF-QTA
           END-IF

           IF WS-LSF-C-MULTIPLO(WS-LSF-IDX) > 0
               COMPUTE WS-LSF-CONFEZIONI =
                   WS-LSF-QTA / WS-LSF-C-MULTIPLO(WS-LSF-IDX)
               IF WS-LSF-CONFEZIONI * WS-LSF-C-MULTIPLO(WS-LSF-IDX)
                  < WS-LSF-QTA
                   ADD 1 TO WS-LSF-CONFEZIONI
               END-IF
               COMPUTE WS-LSF-QTA =
                   WS-LSF-CONFEZIONI * WS-LSF-C-MULTIPLO(WS-LSF-IDX)
           END-IF
           MOVE WS-LSF-QTA TO WS-LSF-C-QTA(WS-LSF-IDX)

           MOVE ZERO TO WS-LSF-PREZZO
           EXEC SQL
               SELECT prezzo_unitario
               INTO :WS-LSF-PREZZO
               FROM LISTINI_FORNITORI
               WHERE codice_articolo = :WS-ART-CODICE
               AND codice_fornitore = :WS-LSF-FORNITORE
               AND valido_dal <= CURRENT_DATE
               AND COALESCE(valido_al, '9999-12-31') >= CURRENT_DATE
               AND quantita_da <= :WS-LSF-QTA
               ORDER BY quantita_da DESC, valido_dal DESC
               LIMIT 1
           END-EXEC
           MOVE WS-LSF-PREZZO TO WS-LSF-C-PREZZO(WS-LSF-IDX)

      * Lead time effettivo: giorni medi tra ordine e carico del
      * fornitore; senza storico vale quello quotato
           MOVE ZERO TO WS-LSF-LEAD-EFF
           EXEC SQL
               SELECT COALESCE(AVG(DATE(m.data_movimento)
                                   - o.data_ordine), 0)
               INTO :WS-LSF-LEAD-EFF
               FROM ORDINI o
               JOIN MOVIMENTI_MAGAZZINO m
                 ON m.numero_documento = o.numero_ordine
                AND m.tipo_movimento = 'CA'
               WHERE o.codice_fornitore = :WS-LSF-FORNITORE
           END-EXEC
           IF WS-LSF-LEAD-EFF = 0
               MOVE WS-LSF-C-LEAD(WS-LSF-IDX) TO WS-LSF-LEAD-EFF
           END-IF
           MOVE WS-LSF-LEAD-EFF TO WS-LSF-C-LEAD-EFF(WS-LSF-IDX)

           IF WS-LSF-C-LEAD(WS-LSF-IDX) <= WS-LSF-COPERTURA
               MOVE 'S' TO WS-LSF-C-IN-TEMPO(WS-LSF-IDX)
           ELSE
               MOVE 'N' TO WS-LSF-C-IN-TEMPO(WS-LSF-IDX)
           END-IF.

      * Il candidato WS-LSF-IDX diventa il migliore se consegna in
      * tempo e il migliore no, oppure a pari puntualita' se costa
      * meno (in tempo) o arriva prima (in ritardo)
       CONFRONTA-CANDIDATO-LISTINO.
           EVALUATE TRUE
               WHEN WS-LSF-C-IN-TEMPO(WS-LSF-IDX) = 'S'
                AND WS-LSF-C-IN-TEMPO(WS-LSF-MIGLIORE) = 'N'
                   MOVE WS-LSF-IDX TO WS-LSF-MIGLIORE
               WHEN WS-LSF-C-IN-TEMPO(WS-LSF-IDX) NOT =
                    WS-LSF-C-IN-TEMPO(WS-LSF-MIGLIORE)
                   CONTINUE
               WHEN WS-LSF-C-IN-TEMPO(WS-LSF-IDX) = 'S'
                   IF WS-LSF-C-PREZZO(WS-LSF-IDX) <
                      WS-LSF-C-PREZZO(WS-LSF-MIGLIORE)
                   OR (WS-LSF-C-PREZZO(WS-LSF-IDX) =
                       WS-LSF-C-PREZZO(WS-LSF-MIGLIORE)
                   AND WS-LSF-C-LEAD-EFF(WS-LSF-IDX) <
                       WS-LSF-C-LEAD-EFF(WS-LSF-MIGLIORE))
                       MOVE WS-LSF-IDX TO WS-LSF-MIGLIORE
                   END-IF
               WHEN OTHER
                   IF WS-LSF-C-LEAD(WS-LSF-IDX) <
                      WS-LSF-C-LEAD(WS-LSF-MIGLIORE)
                   OR (WS-LSF-C-LEAD(WS-LSF-IDX) =
                       WS-LSF-C-LEAD(WS-LSF-MIGLIORE)
                   AND WS-LSF-C-PREZZO(WS-LSF-IDX) <
                       WS-LSF-C-PREZZO(WS-LSF-MIGLIORE))
                       MOVE WS-LSF-IDX TO WS-LSF-MIGLIORE
                   END-IF
           END-EVALUATE.

      * Motivo per cui il candidato WS-LSF-IDX ha perso rispetto al
      * fornitore scelto
       MOTIVA-SCARTO-LISTINO.
           MOVE SPACES TO WS-LSF-MOTIVO
           EVALUATE TRUE
               WHEN WS-LSF-C-IN-TEMPO(WS-LSF-MIGLIORE) = 'S'
                AND WS-LSF-C-IN-TEMPO(WS-LSF-IDX) = 'N'
                   MOVE WS-LSF-C-LEAD(WS-LSF-IDX) TO WS-LSF-LEAD-EDIT
                   STRING "consegna oltre il fabbisogno ("
                          WS-LSF-LEAD-EDIT " gg)"
                          DELIMITED BY SIZE INTO WS-LSF-MOTIVO
               WHEN WS-LSF-C-IN-TEMPO(WS-LSF-MIGLIORE) = 'S'
                AND WS-LSF-C-PREZZO(WS-LSF-IDX) >
                    WS-LSF-C-PREZZO(WS-LSF-MIGLIORE)
                   MOVE "prezzo superiore" TO WS-LSF-MOTIVO
               WHEN WS-LSF-C-IN-TEMPO(WS-LSF-MIGLIORE) = 'S'
                AND WS-LSF-C-LEAD-EFF(WS-LSF-IDX) >
                    WS-LSF-C-LEAD-EFF(WS-LSF-MIGLIORE)
                   MOVE WS-LSF-C-LEAD-EFF(WS-LSF-IDX)
                       TO WS-LSF-LEAD-EFF-EDIT
                   STRING "pari prezzo, lt effettivo "
                          WS-LSF-LEAD-EFF-EDIT " gg"
                          DELIMITED BY SIZE INTO WS-LSF-MOTIVO
               WHEN WS-LSF-C-LEAD(WS-LSF-IDX) >
                    WS-LSF-C-LEAD(WS-LSF-MIGLIORE)
                   MOVE WS-LSF-C-LEAD(WS-LSF-IDX) TO WS-LSF-LEAD-EDIT
                   STRING "consegna piu' lenta ("
                          WS-LSF-LEAD-EDIT " gg)"
                          DELIMITED BY SIZE INTO WS-LSF-MOTIVO
               WHEN WS-LSF-C-PREZZO(WS-LSF-IDX) >
                    WS-LSF-C-PREZZO(WS-LSF-MIGLIORE)
                   MOVE "prezzo superiore" TO WS-LSF-MOTIVO
               WHEN OTHER
                   MOVE "condizioni equivalenti"
                       TO WS-LSF-MOTIVO
           END-EVALUATE.

      * Riga del report bozze per il candidato WS-LSF-IDX, scelto
      * o scartato con WS-LSF-MOTIVO
       SCRIVI-CANDIDATO-LISTINO.
           MOVE SPACES TO BOZZE-RECORD
           MOVE WS-LSF-C-QTA(WS-LSF-IDX) TO WS-QUANTITA-EDIT
           MOVE WS-LSF-C-PREZZO(WS-LSF-IDX) TO WS-IMPORTO-EDIT
           MOVE WS-LSF-C-LEAD(WS-LSF-IDX) TO WS-LSF-LEAD-EDIT
           MOVE WS-LSF-C-LEAD-EFF(WS-LSF-IDX) TO WS-LSF-LEAD-EFF-EDIT
           IF WS-LSF-IDX = WS-LSF-MIGLIORE
               MOVE "SCELTO" TO WS-LSF-ETICHETTA
           ELSE
               MOVE "SCARTATO" TO WS-LSF-ETICHETTA
           END-IF
           STRING "  " WS-LSF-ETICHETTA " "
                  WS-LSF-C-FORNITORE(WS-LSF-IDX) " "
                  WS-LSF-C-RAGIONE(WS-LSF-IDX)(1:18)
                  " qta " WS-QUANTITA-EDIT
                  " prezzo " WS-IMPORTO-EDIT
                  " lt " WS-LSF-LEAD-EDIT "/" WS-LSF-LEAD-EFF-EDIT
                  " " WS-LSF-MOTIVO(1:41)
                  DELIMITED BY SIZE INTO BOZZE-RECORD
           WRITE BOZZE-RECORD.

       GESTIONE-LISTINI-FORNITORI.
           DISPLAY " "
           DISPLAY "=== LISTINI FORNITORI ==="
           DISPLAY " "
           DISPLAY "1. Inserisci scaglione di listino fornitore"
           DISPLAY "2. Visualizza listini fornitori articolo"
           DISPLAY "3. Chiudi listino di un fornitore"
           DISPLAY " "
           DISPLAY "Scelta: " WITH NO ADVANCING
           ACCEPT WS-SCELTA

           EVALUATE WS-SCELTA
               WHEN 1
                   PERFORM INSERISCI-LISTINO-FORNITORE
               WHEN 2
                   PERFORM VISUALIZZA-LISTINI-FORNITORE
               WHEN 3
                   PERFORM CHIUDI-LISTINO-FORNITORE
               WHEN OTHER
                   DISPLAY "Scelta non valida!"
           END-EVALUATE.

      * Uno scaglione per riga: prezzo valido da quantita_da in su;
      * minimo d'ordine, multiplo e lead time vanno ripetuti uguali
      * su tutti gli scaglioni del fornitore
       INSERISCI-LISTINO-FORNITORE.
           INITIALIZE WS-LSF-DATI

           DISPLAY " "
           DISPLAY "Codice articolo: " WITH NO ADVANCING
           ACCEPT WS-ART-CODICE

           PERFORM CARICA-ARTICOLO
           IF WS-ESITO NOT = "OK"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Articolo: " WS-ART-DESCRIZIONE(1:50)
                   " (UM " WS-ART-UM ")"

           DISPLAY "Codice fornitore: " WITH NO ADVANCING
           ACCEPT WS-LSF-FORNITORE

           EXEC SQL
               SELECT ragione_sociale
               INTO :WS-LSF-RAGIONE
               FROM FORNITORI
               WHERE codice_fornitore = :WS-LSF-FORNITORE
               AND stato = 'A'
           END-EXEC

           IF SQLCODE = 100
               DISPLAY "Fornitore non trovato o non attivo!"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Fornitore: " WS-LSF-RAGIONE(1:40)

           DISPLAY "Da quantita' (0 = primo scaglione): "
                   WITH NO ADVANCING
           ACCEPT WS-LSF-QTA-DA

           DISPLAY "Prezzo unitario EUR: " WITH NO ADVANCING
           ACCEPT WS-LSF-PREZZO

           IF WS-LSF-PREZZO <= 0
               DISPLAY "Prezzo non valido!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Minimo d'ordine (0 = nessuno): "
                   WITH NO ADVANCING
           ACCEPT WS-LSF-MOQ

           DISPLAY "Multiplo di confezione (0 = nessuno): "
                   WITH NO ADVANCING
           ACCEPT WS-LSF-MULTIPLO

           DISPLAY "Lead time quotato (giorni): " WITH NO ADVANCING
           ACCEPT WS-LSF-LEAD

           DISPLAY "Valido dal (AAAA-MM-GG): " WITH NO ADVANCING
           ACCEPT WS-LSF-VALIDO-DAL

           DISPLAY "Valido al (AAAA-MM-GG, vuoto = illimitato): "
                   WITH NO ADVANCING
           ACCEPT WS-LSF-VALIDO-AL

           EXEC SQL
               INSERT INTO LISTINI_FORNITORI
               (codice_articolo, codice_fornitore, quantita_da,
                prezzo_unitario, quantita_minima_ordine,
                multiplo_confezione, lead_time_giorni,
                valido_dal, valido_al)
               VALUES
               (:WS-ART-CODICE, :WS-LSF-FORNITORE, :WS-LSF-QTA-DA,
                :WS-LSF-PREZZO, :WS-LSF-MOQ, :WS-LSF-MULTIPLO,
                :WS-LSF-LEAD, :WS-LSF-VALIDO-DAL,
                NULLIF(:WS-LSF-VALIDO-AL, SPACES))
           END-EXEC

           IF SQLCODE = 0
               DISPLAY "Scaglione di listino fornitore registrato!"
           ELSE
               DISPLAY "Errore inserimento listino: " SQLCODE
           END-IF.

       VISUALIZZA-LISTINI-FORNITORE.
           DISPLAY " "
           DISPLAY "Codice articolo: " WITH NO ADVANCING
           ACCEPT WS-ART-CODICE

           DISPLAY " "
           DISPLAY "FORNIT.         DA QTA        PREZZO"
                   "           MOQ      MULTIPLO  LT"
                   "  VALIDO DAL  VALIDO AL"
           DISPLAY ALL "-"

           EXEC SQL
               OPEN CUR-LISTINI-FORN-VIS
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-LISTINI-FORN-VIS
                   INTO :WS-LSF-FORNITORE, :WS-LSF-RAGIONE,
                        :WS-LSF-QTA-DA, :WS-LSF-PREZZO,
                        :WS-LSF-MOQ, :WS-LSF-MULTIPLO,
                        :WS-LSF-LEAD, :WS-LSF-VALIDO-DAL,
                        :WS-LSF-VALIDO-AL
               END-EXEC

               IF SQLCODE = 0
                   MOVE WS-LSF-QTA-DA TO WS-QUANTITA-EDIT
                   MOVE WS-LSF-PREZZO TO WS-IMPORTO-EDIT
                   MOVE WS-LSF-LEAD TO WS-LSF-LEAD-EDIT
                   DISPLAY WS-LSF-FORNITORE " " WS-QUANTITA-EDIT
                           " " WS-IMPORTO-EDIT WITH NO ADVANCING
                   MOVE WS-LSF-MOQ TO WS-QUANTITA-EDIT
                   DISPLAY " " WS-QUANTITA-EDIT WITH NO ADVANCING
                   MOVE WS-LSF-MULTIPLO TO WS-QUANTITA-EDIT
                   DISPLAY " " WS-QUANTITA-EDIT
                           " " WS-LSF-LEAD-EDIT
                           "  " WS-LSF-VALIDO-DAL
                           "  " WS-LSF-VALIDO-AL
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-LISTINI-FORN-VIS
           END-EXEC.

      * Fine validita' a ieri per tutti gli scaglioni ancora in
      * vigore del fornitore sull'articolo
       CHIUDI-LISTINO-FORNITORE.
           DISPLAY " "
           DISPLAY "Codice articolo: " WITH NO ADVANCING
           ACCEPT WS-ART-CODICE
           DISPLAY "Codice fornitore: " WITH NO ADVANCING
           ACCEPT WS-LSF-FORNITORE

           EXEC SQL
               UPDATE LISTINI_FORNITORI
               SET valido_al = CURRENT_DATE - 1
               WHERE codice_articolo = :WS-ART-CODICE
               AND codice_fornitore = :WS-LSF-FORNITORE
               AND COALESCE(valido_al, '9999-12-31') >= CURRENT_DATE
           END-EXEC

           IF SQLCODE = 0
               DISPLAY "Listino del fornitore chiuso al giorno prima."
           ELSE
               IF SQLCODE = 100
                   DISPLAY "Nessun listino in vigore da chiudere."
               ELSE
                   DISPLAY "Errore chiusura listino: " SQLCODE
               END-IF
           END-IF.

       RICALCOLO-PUNTI-RIORDINO.
           DISPLAY " "
           DISPLAY "=== RICALCOLO PUNTI DI RIORDINO DA CONSUMI ==="
           DISPLAY " "
           MOVE WS-RIO-GIORNI-STORICO TO WS-NUMERO-EDIT
           DISPLAY "Storico consumi analizzato: " WS-NUMERO-EDIT
                   " giorni"
           DISPLAY "Esclusi gli articoli con previsione stagionale "
                   "affidabile"
           DISPLAY " "

           MOVE ZERO TO WS-CONTA-RIORDINI

           EXEC SQL
               OPEN CUR-RIORDINO
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-RIORDINO
                   INTO :WS-ART-CODICE, :WS-ART-DESCRIZIONE,
                        :WS-RIO-CONSUMO-TOT
               END-EXEC

               IF SQLCODE = 0
                   IF WS-RIO-CONSUMO-TOT > 0
                       COMPUTE WS-RIO-CONSUMO-MEDIO ROUNDED =
                           WS-RIO-CONSUMO-TOT / WS-RIO-GIORNI-STORICO

                       COMPUTE WS-ART-SCORTA-MIN ROUNDED =
                           WS-RIO-CONSUMO-MEDIO *
                           WS-RIO-GIORNI-SICUREZZA
                       COMPUTE WS-ART-PUNTO-RIORD ROUNDED =
                           WS-ART-SCORTA-MIN +
                           (WS-RIO-CONSUMO-MEDIO *
                            WS-RIO-GIORNI-COPERTURA)

                       MOVE "ARTICOLI" TO WS-AUD-TABELLA
                       MOVE WS-ART-CODICE TO WS-AUD-CHIAVE
                       PERFORM AUDIT-PRIMA

                       EXEC SQL
                           UPDATE ARTICOLI
                           SET scorta_minima = :WS-ART-SCORTA-MIN,
                               punto_riordino = :WS-ART-PUNTO-RIORD
                           WHERE codice_articolo = :WS-ART-CODICE
                       END-EXEC

                       IF SQLCODE = 0
                           PERFORM AUDIT-DOPO
                           ADD 1 TO WS-CONTA-RIORDINI
                           MOVE WS-ART-PUNTO-RIORD TO WS-QUANTITA-EDIT
                           DISPLAY WS-ART-CODICE " - "
                                   WS-ART-DESCRIZIONE(1:35)
                           DISPLAY "  Nuovo punto di riordino: "
                                   WS-QUANTITA-EDIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-RIORDINO
           END-EXEC

           MOVE WS-CONTA-RIORDINI TO WS-NUMERO-EDIT
           DISPLAY " "
           DISPLAY "Articoli ricalcolati: " WS-NUMERO-EDIT.

      ******************************************************************
      * Previsione mensile della domanda per articolo. Per ogni
      * articolo attivo carica il consumo netto degli ultimi 36
      * mesi chiusi, calcola gli indici stagionali (media del mese
      * di calendario sulla media generale, solo con almeno due
      * anni di storia) e il livello destagionalizzato degli
      * ultimi 12 mesi; registra su PREVISIONI_DOMANDA la
      * previsione del mese corrente e dei successivi, aggiorna il
      * consuntivo dei mesi gia' previsti e il MAPE dell'articolo.
      * Con previsione affidabile (MAPE entro soglia) scorta minima
      * e punto di riordino seguono la domanda prevista del mese.
      * Il report elenca gli articoli con previsione inaffidabile.
      ******************************************************************
       CALCOLO-PREVISIONI-DOMANDA.
           DISPLAY " "
           DISPLAY "=== PREVISIONE DOMANDA CON STAGIONALITA' ==="
           DISPLAY " "

           MOVE ZERO TO WS-CONTA-PREV-ARTICOLI
           MOVE ZERO TO WS-CONTA-PREV-ESCLUSI
           MOVE ZERO TO WS-CONTA-PREV-INAFFID

      * Mese corrente come numero assoluto di mesi (anno * 12 +
      * mese - 1): lo storico va dal primo giorno di 36 mesi fa al
      * primo giorno del mese corrente escluso
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-PREV-ANNO
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-PREV-MESE
           COMPUTE WS-PREV-ASS-CORR =
               WS-PREV-ANNO * 12 + WS-PREV-MESE - 1

           MOVE 0 TO WS-PREV-K
           PERFORM CALCOLA-MESE-PREVISIONE
           MOVE SPACES TO WS-PREV-DATA-FINE
           STRING WS-PREV-ANNO "-" WS-PREV-MESE "-01"
                  DELIMITED BY SIZE INTO WS-PREV-DATA-FINE

           MOVE 36 TO WS-PREV-K
           PERFORM CALCOLA-MESE-PREVISIONE
           MOVE SPACES TO WS-PREV-DATA-INIZIO
           STRING WS-PREV-ANNO "-" WS-PREV-MESE "-01"
                  DELIMITED BY SIZE INTO WS-PREV-DATA-INIZIO

           PERFORM GENERA-DATA-STAMP
           MOVE SPACES TO WS-NOME-FILE-PREVISIONI
           STRING "PREVISIONI-" WS-DATA-STAMP ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-PREVISIONI

           OPEN OUTPUT PREVISIONI-FILE

           WRITE PREVISIONI-RECORD FROM
               "PREVISIONE DOMANDA - PREVISIONI INAFFIDABILI"
           MOVE ALL "=" TO PREVISIONI-RECORD
           WRITE PREVISIONI-RECORD

           MOVE SPACES TO PREVISIONI-RECORD
           MOVE WS-PREV-MAPE-SOGLIA TO WS-MAPE-EDIT
           STRING "Data: " FUNCTION CURRENT-DATE(1:10)
                  "    Soglia MAPE: " WS-MAPE-EDIT "%"
                  "  Storico dal " WS-PREV-DATA-INIZIO
                  DELIMITED BY SIZE INTO PREVISIONI-RECORD
           WRITE PREVISIONI-RECORD
           WRITE PREVISIONI-RECORD FROM SPACES

           MOVE SPACES TO PREVISIONI-RECORD
           STRING "ARTICOLO   DESCRIZIONE                    "
                  "  MESI  MAPE %   PREVISTO MESE"
                  DELIMITED BY SIZE INTO PREVISIONI-RECORD
           WRITE PREVISIONI-RECORD
           MOVE ALL "-" TO PREVISIONI-RECORD
           WRITE PREVISIONI-RECORD

           EXEC SQL
               OPEN CUR-PREV-ARTICOLI
           END-EXEC

           MOVE 'N' TO WS-PREV-EOF
           PERFORM UNTIL WS-PREV-EOF = 'S'
               EXEC SQL
                   FETCH CUR-PREV-ARTICOLI
                   INTO :WS-ART-CODICE, :WS-ART-DESCRIZIONE
               END-EXEC

               IF SQLCODE = 0
                   PERFORM PREVEDI-DOMANDA-ARTICOLO
               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "Errore lettura articoli: " SQLCODE
                   END-IF
                   MOVE 'S' TO WS-PREV-EOF
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-PREV-ARTICOLI
           END-EXEC

           WRITE PREVISIONI-RECORD FROM SPACES
           MOVE SPACES TO PREVISIONI-RECORD
           MOVE WS-CONTA-PREV-ARTICOLI TO WS-NUMERO-EDIT
           STRING "Articoli con previsione calcolata: "
                  WS-NUMERO-EDIT
                  DELIMITED BY SIZE INTO PREVISIONI-RECORD
           WRITE PREVISIONI-RECORD
           MOVE SPACES TO PREVISIONI-RECORD
           MOVE WS-CONTA-PREV-INAFFID TO WS-NUMERO-EDIT
           STRING "Di cui con previsione inaffidabile: "
                  WS-NUMERO-EDIT
                  DELIMITED BY SIZE INTO PREVISIONI-RECORD
           WRITE PREVISIONI-RECORD
           MOVE SPACES TO PREVISIONI-RECORD
           MOVE WS-CONTA-PREV-ESCLUSI TO WS-NUMERO-EDIT
           STRING "Articoli senza consumi nel periodo: "
                  WS-NUMERO-EDIT
                  DELIMITED BY SIZE INTO PREVISIONI-RECORD
           WRITE PREVISIONI-RECORD

           CLOSE PREVISIONI-FILE

           MOVE WS-CONTA-PREV-ARTICOLI TO WS-NUMERO-EDIT
           DISPLAY "Articoli con previsione calcolata: "
                   WS-NUMERO-EDIT
           MOVE WS-CONTA-PREV-INAFFID TO WS-NUMERO-EDIT
           DISPLAY "Previsioni inaffidabili: " WS-NUMERO-EDIT
           DISPLAY "Report generato: " WS-NOME-FILE-PREVISIONI.

      * Anno e mese (WS-PREV-ANNO, WS-PREV-MESE) del mese che
      * precede di WS-PREV-K mesi il corrente (K negativo = mesi
      * futuri)
       CALCOLA-MESE-PREVISIONE.
           COMPUTE WS-PREV-ASSOLUTO = WS-PREV-ASS-CORR - WS-PREV-K
           DIVIDE WS-PREV-ASSOLUTO BY 12
               GIVING WS-PREV-ANNO REMAINDER WS-PREV-RESTO
           COMPUTE WS-PREV-MESE = WS-PREV-RESTO + 1.

       PREVEDI-DOMANDA-ARTICOLO.
           INITIALIZE WS-PREV-STORICO
           INITIALIZE WS-PREV-STAGIONE
           MOVE ZERO TO WS-PREV-MESI-STORIA
           MOVE ZERO TO WS-PREV-TOTALE

           EXEC SQL
               OPEN CUR-PREV-STORICO
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-PREV-STORICO
                   INTO :WS-PREV-MESI-FA, :WS-PREV-QTA-MESE
               END-EXEC

               IF SQLCODE = 0
                   AND WS-PREV-MESI-FA >= 1 AND WS-PREV-MESI-FA <= 36
                   MOVE WS-PREV-QTA-MESE
                       TO WS-PREV-CONSUMO(WS-PREV-MESI-FA)
                   IF WS-PREV-QTA-MESE NOT = 0
                      AND WS-PREV-MESI-FA > WS-PREV-MESI-STORIA
                       MOVE WS-PREV-MESI-FA TO WS-PREV-MESI-STORIA
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-PREV-STORICO
           END-EXEC

           IF WS-PREV-MESI-STORIA = 0
               ADD 1 TO WS-CONTA-PREV-ESCLUSI
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CONTA-PREV-ARTICOLI

      * Indici stagionali: neutri (1) finche' l'articolo non ha
      * almeno due anni di storia
           PERFORM VARYING WS-PREV-IDX FROM 1 BY 1
                   UNTIL WS-PREV-IDX > 12
               MOVE 1 TO WS-PREV-INDICE(WS-PREV-IDX)
           END-PERFORM

           IF WS-PREV-MESI-STORIA >= 24
               PERFORM VARYING WS-PREV-K FROM 1 BY 1
                       UNTIL WS-PREV-K > WS-PREV-MESI-STORIA
                   PERFORM CALCOLA-MESE-PREVISIONE
                   ADD WS-PREV-CONSUMO(WS-PREV-K)
                       TO WS-PREV-SOMMA-MESE(WS-PREV-MESE)
                   ADD 1 TO WS-PREV-CONTA-MESE(WS-PREV-MESE)
                   ADD WS-PREV-CONSUMO(WS-PREV-K) TO WS-PREV-TOTALE
               END-PERFORM

               COMPUTE WS-PREV-MEDIA =
                   WS-PREV-TOTALE / WS-PREV-MESI-STORIA

               IF WS-PREV-MEDIA > 0
                   PERFORM VARYING WS-PREV-IDX FROM 1 BY 1
                           UNTIL WS-PREV-IDX > 12
                       PERFORM CALCOLA-INDICE-STAGIONALE
                   END-PERFORM
               END-IF
           END-IF

      * Livello: media destagionalizzata degli ultimi 12 mesi
           MOVE ZERO TO WS-PREV-LIVELLO
           MOVE ZERO TO WS-PREV-MESI-LIVELLO
           PERFORM VARYING WS-PREV-K FROM 1 BY 1
                   UNTIL WS-PREV-K > 12
                      OR WS-PREV-K > WS-PREV-MESI-STORIA
               PERFORM CALCOLA-MESE-PREVISIONE
               IF WS-PREV-INDICE(WS-PREV-MESE) > 0
                   COMPUTE WS-PREV-LIVELLO = WS-PREV-LIVELLO +
                       WS-PREV-CONSUMO(WS-PREV-K) /
                       WS-PREV-INDICE(WS-PREV-MESE)
                   ADD 1 TO WS-PREV-MESI-LIVELLO
               END-IF
           END-PERFORM

           IF WS-PREV-MESI-LIVELLO > 0
               COMPUTE WS-PREV-LIVELLO ROUNDED =
                   WS-PREV-LIVELLO / WS-PREV-MESI-LIVELLO
           END-IF
           IF WS-PREV-LIVELLO < 0
               MOVE ZERO TO WS-PREV-LIVELLO
           END-IF

           PERFORM CALCOLA-MAPE-ARTICOLO
           PERFORM REGISTRA-PREVISIONI-ARTICOLO

           MOVE "ARTICOLI" TO WS-AUD-TABELLA
           MOVE WS-ART-CODICE TO WS-AUD-CHIAVE
           PERFORM AUDIT-PRIMA

           EXEC SQL
               UPDATE ARTICOLI
               SET mape_previsione = :WS-PREV-MAPE
               WHERE codice_articolo = :WS-ART-CODICE
           END-EXEC

      * Previsione affidabile: scorta e punto di riordino sul
      * consumo giornaliero previsto per il mese corrente
           MOVE 0 TO WS-PREV-K
           PERFORM CALCOLA-MESE-PREVISIONE
           COMPUTE WS-PREV-PREVISTO ROUNDED =
               WS-PREV-LIVELLO * WS-PREV-INDICE(WS-PREV-MESE)

           IF WS-PREV-MAPE <= WS-PREV-MAPE-SOGLIA
              AND WS-PREV-MESI-STORIA >= 12
              AND WS-PREV-PREVISTO > 0
               COMPUTE WS-PREV-CONSUMO-GG ROUNDED =
                   WS-PREV-PREVISTO / 30
               COMPUTE WS-ART-SCORTA-MIN ROUNDED =
                   WS-PREV-CONSUMO-GG * WS-RIO-GIORNI-SICUREZZA
               COMPUTE WS-ART-PUNTO-RIORD ROUNDED =
                   WS-ART-SCORTA-MIN +
                   (WS-PREV-CONSUMO-GG * WS-RIO-GIORNI-COPERTURA)

               EXEC SQL
                   UPDATE ARTICOLI
                   SET scorta_minima = :WS-ART-SCORTA-MIN,
                       punto_riordino = :WS-ART-PUNTO-RIORD
                   WHERE codice_articolo = :WS-ART-CODICE
               END-EXEC
           ELSE
               ADD 1 TO WS-CONTA-PREV-INAFFID
               MOVE SPACES TO PREVISIONI-RECORD
               MOVE WS-PREV-MESI-STORIA TO WS-NUMERO-EDIT
               MOVE WS-PREV-MAPE TO WS-MAPE-EDIT
               MOVE WS-PREV-PREVISTO TO WS-QUANTITA-EDIT
               STRING WS-ART-CODICE " "
                      WS-ART-DESCRIZIONE(1:30) " "
                      WS-NUMERO-EDIT "  " WS-MAPE-EDIT
                      "  " WS-QUANTITA-EDIT
                      DELIMITED BY SIZE INTO PREVISIONI-RECORD
               WRITE PREVISIONI-RECORD
           END-IF

           PERFORM AUDIT-DOPO.

       CALCOLA-INDICE-STAGIONALE.
           IF WS-PREV-CONTA-MESE(WS-PREV-IDX) > 0
               IF WS-PREV-SOMMA-MESE(WS-PREV-IDX) > 0
                   COMPUTE WS-PREV-INDICE(WS-PREV-IDX) ROUNDED =
                       WS-PREV-SOMMA-MESE(WS-PREV-IDX) /
                       WS-PREV-CONTA-MESE(WS-PREV-IDX) /
                       WS-PREV-MEDIA
               ELSE
                   MOVE ZERO TO WS-PREV-INDICE(WS-PREV-IDX)
               END-IF
           END-IF.

      * MAPE dell'articolo: consuntivo dei mesi chiusi gia'
      * previsti confrontato con la previsione registrata allora;
      * con meno di tre confronti si misura lo scarto del modello
      * sugli ultimi 12 mesi di storia. Valore massimo 999.99.
       CALCOLA-MAPE-ARTICOLO.
           PERFORM VARYING WS-PREV-K FROM 1 BY 1
                   UNTIL WS-PREV-K > 12
               PERFORM CALCOLA-MESE-PREVISIONE
               MOVE WS-PREV-CONSUMO(WS-PREV-K) TO WS-PREV-QTA-MESE
               EXEC SQL
                   UPDATE PREVISIONI_DOMANDA
                   SET quantita_effettiva = :WS-PREV-QTA-MESE
                   WHERE codice_articolo = :WS-ART-CODICE
                   AND anno = :WS-PREV-ANNO
                   AND mese = :WS-PREV-MESE
               END-EXEC
           END-PERFORM

           MOVE 12 TO WS-PREV-K
           PERFORM CALCOLA-MESE-PREVISIONE
           MOVE ZERO TO WS-PREV-CONFRONTI
           MOVE ZERO TO WS-PREV-MAPE-CALC

           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(AVG(ABS(quantita_effettiva
                                       - quantita_prevista)
                                   / quantita_effettiva * 100), 0)
               INTO :WS-PREV-CONFRONTI, :WS-PREV-MAPE-CALC
               FROM PREVISIONI_DOMANDA
               WHERE codice_articolo = :WS-ART-CODICE
               AND quantita_effettiva > 0
               AND anno * 12 + mese - 1 >= :WS-PREV-ASSOLUTO
               AND anno * 12 + mese - 1 < :WS-PREV-ASS-CORR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO WS-PREV-CONFRONTI
           END-IF

           IF WS-PREV-CONFRONTI < 3
               MOVE ZERO TO WS-PREV-ERRORE-TOT
               MOVE ZERO TO WS-PREV-CONFRONTI
               PERFORM VARYING WS-PREV-K FROM 1 BY 1
                       UNTIL WS-PREV-K > 12
                          OR WS-PREV-K > WS-PREV-MESI-STORIA
                   IF WS-PREV-CONSUMO(WS-PREV-K) > 0
                       PERFORM CALCOLA-MESE-PREVISIONE
                       COMPUTE WS-PREV-SCARTO =
                           WS-PREV-CONSUMO(WS-PREV-K) -
                           WS-PREV-LIVELLO *
                           WS-PREV-INDICE(WS-PREV-MESE)
                       IF WS-PREV-SCARTO < 0
                           COMPUTE WS-PREV-SCARTO = 0 - WS-PREV-SCARTO
                       END-IF
                       COMPUTE WS-PREV-ERRORE-TOT =
                           WS-PREV-ERRORE-TOT + WS-PREV-SCARTO /
                           WS-PREV-CONSUMO(WS-PREV-K) * 100
                       ADD 1 TO WS-PREV-CONFRONTI
                   END-IF
               END-PERFORM

               IF WS-PREV-CONFRONTI > 0
                   COMPUTE WS-PREV-MAPE-CALC ROUNDED =
                       WS-PREV-ERRORE-TOT / WS-PREV-CONFRONTI
               ELSE
                   MOVE 999.99 TO WS-PREV-MAPE-CALC
               END-IF
           END-IF

           IF WS-PREV-MAPE-CALC > 999.99
               MOVE 999.99 TO WS-PREV-MAPE
           ELSE
               MOVE WS-PREV-MAPE-CALC TO WS-PREV-MAPE
           END-IF.

      * Previsioni del mese corrente e dei successivi: quelle
      * ancora aperte vengono sostituite dal nuovo calcolo
       REGISTRA-PREVISIONI-ARTICOLO.
           EXEC SQL
               DELETE FROM PREVISIONI_DOMANDA
               WHERE codice_articolo = :WS-ART-CODICE
               AND anno * 12 + mese - 1 >= :WS-PREV-ASS-CORR
           END-EXEC

           PERFORM VARYING WS-PREV-IDX FROM 1 BY 1
                   UNTIL WS-PREV-IDX > WS-PREV-MESI-AVANTI
               COMPUTE WS-PREV-K = 1 - WS-PREV-IDX
               PERFORM CALCOLA-MESE-PREVISIONE
               COMPUTE WS-PREV-PREVISTO ROUNDED =
                   WS-PREV-LIVELLO * WS-PREV-INDICE(WS-PREV-MESE)

               EXEC SQL
                   INSERT INTO PREVISIONI_DOMANDA
                   (codice_articolo, anno, mese, quantita_prevista,
                    indice_stagionale, livello, data_calcolo)
                   VALUES
                   (:WS-ART-CODICE, :WS-PREV-ANNO, :WS-PREV-MESE,
                    :WS-PREV-PREVISTO,
                    :WS-PREV-INDICE(WS-PREV-MESE),
                    :WS-PREV-LIVELLO, CURRENT_DATE)
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "Errore registrazione previsione "
                           WS-ART-CODICE ": " SQLCODE
               END-IF
           END-PERFORM.

       VISUALIZZA-ORDINI-APERTI.
           DISPLAY " "
           DISPLAY "=== ORDINI APERTI ==="
           DISPLAY " "
           
           EXEC SQL
               DECLARE CUR-ORDINI-APERTI CURSOR FOR
               SELECT o.numero_ordine, o.data_ordine,
                      f.ragione_sociale, o.totale_ordine,
                      o.stato_ordine
               FROM ORDINI o
               JOIN FORNITORI f
                 ON o.codice_fornitore = f.codice_fornitore
               WHERE o.stato_ordine IN ('A', 'C', 'P')
               ORDER BY o.data_ordine DESC
           END-EXEC
           
           EXEC SQL
               OPEN CUR-ORDINI-APERTI
           END-EXEC
           
           MOVE ZERO TO WS-CONTA-ARTICOLI
           
           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-ORDINI-APERTI
                   INTO :WS-ORD-NUMERO, :WS-ORD-DATA,
                        :WS-MOV-CAUSALE, :WS-ORD-TOTALE,
                        :WS-ORD-STATO
               END-EXEC
               
               IF SQLCODE = 0
                   ADD 1 TO WS-CONTA-ARTICOLI
                   
                   DISPLAY WS-ORD-NUMERO " del " WS-ORD-DATA
                   DISPLAY "  Fornitore: " WS-MOV-CAUSALE(1:30)
                   MOVE WS-ORD-TOTALE TO WS-IMPORTO-EDIT
                   DISPLAY "  Totale: EUR " WS-IMPORTO-EDIT
                   
                   EVALUATE WS-ORD-STATO
                       WHEN 'A'
                           DISPLAY "  Stato: APERTO"
                       WHEN 'C'
                           DISPLAY "  Stato: CONFERMATO"
                       WHEN 'P'
                           DISPLAY "  Stato: PARZIALMENTE EVASO"
                   END-EVALUATE
                   
                   DISPLAY " "
               END-IF
           END-PERFORM
           
           EXEC SQL
               CLOSE CUR-ORDINI-APERTI
           END-EXEC
           
           IF WS-CONTA-ARTICOLI = 0
               DISPLAY "Nessun ordine aperto"
           END-IF.
       
       RICEVI-MERCE-ORDINE.
           DISPLAY " "
           DISPLAY "=== RICEVI MERCE DA ORDINE ==="
           
           DISPLAY "Numero ordine: " WITH NO ADVANCING
           ACCEPT WS-ORD-NUMERO
           
      * Verifica ordine
           EXEC SQL
               SELECT stato_ordine, codice_fornitore
               INTO :WS-ORD-STATO, :WS-ORD-FORNITORE
               FROM ORDINI
               WHERE numero_ordine = :WS-ORD-NUMERO
           END-EXEC
           
           IF SQLCODE = 100
               DISPLAY "Ordine non trovato!"
               EXIT PARAGRAPH
           ELSE IF WS-ORD-STATO = 'E'
               DISPLAY "Ordine già completamente evaso!"
               EXIT PARAGRAPH
           END-IF
           
           DISPLAY " "
           DISPLAY "Righe ordine da ricevere:"
           DISPLAY " "
           
      * Mostra righe non evase
           EXEC SQL
               DECLARE CUR-RIGHE-ORDINE CURSOR FOR
               SELECT r.codice_articolo, a.descrizione,
                      r.quantita_ordinata, r.quantita_ricevuta,
                      r.prezzo_unitario
               FROM RIGHE_ORDINE r
               JOIN ARTICOLI a ON r.codice_articolo = a.codice_articolo
               WHERE r.numero_ordine = :WS-ORD-NUMERO
               AND r.quantita_ricevuta < r.quantita_ordinata
               AND r.stato_riga <> 'C'
           END-EXEC
           
           EXEC SQL
               OPEN CUR-RIGHE-ORDINE
           END-EXEC
           
           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-RIGHE-ORDINE
                   INTO :WS-ART-CODICE, :WS-ART-DESCRIZIONE,
                        :WS-QTA-RICHIESTA, :WS-QTA-PRELEVATA,
                        :WS-MOV-PREZZO
               END-EXEC
               
               IF SQLCODE = 0
                   DISPLAY WS-ART-CODICE " - "
                           WS-ART-DESCRIZIONE(1:35)

      * Carica anagrafica e giacenza per la conversione di unita'
      * di misura e il ricalcolo del valore medio
                   PERFORM CARICA-ARTICOLO

                   COMPUTE WS-QTA-RESIDUA =
                       WS-QTA-RICHIESTA - WS-QTA-PRELEVATA
                   MOVE WS-QTA-RESIDUA TO WS-QUANTITA-EDIT
                   DISPLAY "  Da ricevere: " WS-QUANTITA-EDIT
                           " " WS-ART-UM-ACQ

                   DISPLAY "  Quantità ricevuta ("
                           WS-ART-UM-ACQ "): " WITH NO ADVANCING
                   ACCEPT WS-MOV-QUANTITA
                   
                   IF WS-MOV-QUANTITA > 0
                       IF WS-MOV-QUANTITA > WS-QTA-RESIDUA
                           DISPLAY "  Quantità eccessiva!"
                           MOVE WS-QTA-RESIDUA TO WS-MOV-QUANTITA
                       END-IF

      * Lotto di ricevimento con eventuale quarantena al collaudo
                       DISPLAY "  Numero lotto (opzionale): "
                               WITH NO ADVANCING
                       ACCEPT WS-LOT-NUMERO

                       MOVE 'A' TO WS-LOT-STATO
                       IF WS-LOT-NUMERO NOT = SPACES
                           DISPLAY "  Data scadenza (AAAA-MM-GG, "
                                   "opzionale): " WITH NO ADVANCING
                           ACCEPT WS-LOT-SCADENZA
                           DISPLAY "  Lotto in quarantena al "
                                   "collaudo (S/N): "
                                   WITH NO ADVANCING
                           ACCEPT WS-RISPOSTA
                           IF WS-RISPOSTA = 'S' OR 's'
                               MOVE 'Q' TO WS-LOT-STATO
                           END-IF
                       ELSE
                           MOVE SPACES TO WS-LOT-SCADENZA
                       END-IF

      * Conversione automatica in unita' di magazzino: la riga
      * d'ordine resta in unita' di acquisto, il movimento e la
      * giacenza viaggiano in unita' di magazzino
                       MOVE WS-MOV-QUANTITA TO WS-UM2-QTA-ACQ
                       IF WS-ART-COEFF-CONV NOT = 1
                           COMPUTE WS-MOV-QUANTITA =
                               WS-UM2-QTA-ACQ * WS-ART-COEFF-CONV
                           COMPUTE WS-MOV-PREZZO ROUNDED =
                               WS-MOV-PREZZO / WS-ART-COEFF-CONV
                           MOVE WS-MOV-QUANTITA TO WS-QUANTITA-EDIT
                           DISPLAY "  Convertito in magazzino: "
                                   WS-QUANTITA-EDIT " " WS-ART-UM
                       END-IF

      * Registra carico
                       MOVE WS-ORD-FORNITORE TO WS-MOV-FORNITORE
                       STRING "Ricevimento ordine " WS-ORD-NUMERO
                              DELIMITED BY SIZE INTO WS-MOV-CAUSALE
                       MOVE WS-ORD-NUMERO TO WS-MOV-NUMERO-DOC

                       COMPUTE WS-MOV-VALORE =
                           WS-MOV-QUANTITA * WS-MOV-PREZZO
                       
                       EXEC SQL
                           BEGIN TRANSACTION
                       END-EXEC
                       
                       MOVE 'CA' TO WS-MOV-TIPO
                       PERFORM REGISTRA-MOVIMENTO

                       IF WS-ESITO = "OK"
                           IF WS-LOT-STATO = 'Q'
                               PERFORM AGGIORNA-GIACENZA-QUARANTENA
                           ELSE
                               PERFORM AGGIORNA-GIACENZA-CARICO
                           END-IF

                           IF WS-ESITO = "OK"
                               AND WS-LOT-NUMERO NOT = SPACES
                               PERFORM CREA-LOTTO
                           END-IF

                           IF WS-ESITO = "OK"
      * Aggiorna riga ordine
                               EXEC SQL
                                   UPDATE RIGHE_ORDINE
                                   SET quantita_ricevuta =
                                       quantita_ricevuta +
                                       :WS-UM2-QTA-ACQ,
                                       stato_riga = CASE
                                           WHEN quantita_ricevuta +
                                                :WS-UM2-QTA-ACQ
                                                >= quantita_ordinata
                                           THEN 'E'
                                           ELSE 'P'
                                       END
                                   WHERE numero_ordine = :WS-ORD-NUMERO
                                   AND codice_articolo = :WS-ART-CODICE
                               END-EXEC
                               
      * Aggiorna quantità ordinata in giacenze
                               EXEC SQL
                                   UPDATE GIACENZE
                                   SET quantita_ordinata = GREATEST(0,
                                       quantita_ordinata -
                                       :WS-MOV-QUANTITA)
                                   WHERE codice_articolo =
                                       :WS-ART-CODICE
                                   AND codice_magazzino =
                                       :WS-MAGAZZINO-DEFAULT
                               END-EXEC

      * Evadi eventuali arretrati in coda per questo articolo
                               IF WS-ESITO = "OK"
                                   PERFORM EVADI-ARRETRATI
                               END-IF

                               IF WS-ESITO = "OK"
                                   EXEC SQL
                                       COMMIT
                                   END-EXEC

                                   DISPLAY "  Carico registrato!"

      * Proposta di messa a dimora sulle ubicazioni
                                   PERFORM
                                       REGISTRA-UBICAZIONE-CARICO
                               ELSE
                                   EXEC SQL
                                       ROLLBACK
                                   END-EXEC
                               END-IF
                           ELSE
                               EXEC SQL
                                   ROLLBACK
                               END-EXEC
                           END-IF
                       ELSE
                           EXEC SQL
                               ROLLBACK
                           END-EXEC
                       END-IF
                   END-IF
                   
                   DISPLAY " "
               END-IF
           END-PERFORM
           
           EXEC SQL
               CLOSE CUR-RIGHE-ORDINE
           END-EXEC
           
      * Aggiorna stato ordine
           PERFORM AGGIORNA-STATO-ORDINE.
       
      * Registra il debito verso il fornitore per la fattura
      * passiva approvata WS-FPA-ID: una scadenza per ogni rata
      * indicata in fattura o, in mancanza, un'unica scadenza dai
      * termini di pagamento del fornitore (30 giorni se non
      * concordati) sulla data fattura. Le note di credito
      * riducono il debito.
       REGISTRA-SCADENZA-FORN.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-CONTA-FPA-RATE
               FROM FATTURE_ACQUISTO_RATE
               WHERE id_fattura = :WS-FPA-ID
           END-EXEC

           IF WS-CONTA-FPA-RATE > 0
               EXEC SQL
                   INSERT INTO SCADENZE_FORNITORI
                   (codice_fornitore, numero_documento, importo,
                    data_ricevimento, data_scadenza, stato)
                   SELECT f.codice_fornitore, f.numero_fattura,
                          CASE WHEN f.tipo_documento = 'TD04'
                               THEN -r.importo
                               ELSE r.importo END,
                          CURRENT_DATE, r.data_scadenza, 'A'
                   FROM FATTURE_ACQUISTO_RATE r
                   JOIN FATTURE_ACQUISTO f
                     ON f.id_fattura = r.id_fattura
                   WHERE r.id_fattura = :WS-FPA-ID
               END-EXEC
           ELSE
               MOVE 30 TO WS-SCZ-GIORNI-PAG

               EXEC SQL
                   SELECT COALESCE(giorni_pagamento, 30)
                   INTO :WS-SCZ-GIORNI-PAG
                   FROM FORNITORI
                   WHERE codice_fornitore = :WS-FPA-FORNITORE
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 30 TO WS-SCZ-GIORNI-PAG
               END-IF

               IF WS-FPA-TIPO-DOC = 'TD04'
                   COMPUTE WS-FPA-TOTALE = 0 - WS-FPA-TOTALE
               END-IF

               EXEC SQL
                   INSERT INTO SCADENZE_FORNITORI
                   (codice_fornitore, numero_documento, importo,
                    data_ricevimento, data_scadenza, stato)
                   VALUES
                   (:WS-FPA-FORNITORE, :WS-FPA-NUMERO,
                    :WS-FPA-TOTALE, CURRENT_DATE,
                    CAST(:WS-FPA-DATA AS DATE) + :WS-SCZ-GIORNI-PAG,
                    'A')
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0
               DISPLAY "Errore registrazione scadenza fornitore: "
                       SQLCODE
               MOVE "KO" TO WS-ESITO
           END-IF.

      ******************************************************************
      * Fatture passive ricevute da SDI: import del file XML
      * FatturaPA con controllo a tre vie (fattura, ordine,
      * ricevimento), approvazione delle fatture sospese per
      * discrepanze e registro IVA acquisti mensile.
      ******************************************************************
       GESTIONE-FATTURE-PASSIVE.
           DISPLAY " "
           DISPLAY "=== FATTURE PASSIVE DA SDI ==="
           DISPLAY " "
           DISPLAY "1. Import fattura XML ricevuta da SDI"
           DISPLAY "2. Approva / respingi fatture sospese"
           DISPLAY "3. Registro IVA acquisti mensile"
           DISPLAY " "
           DISPLAY "Scelta: " WITH NO ADVANCING
           ACCEPT WS-SCELTA

           EVALUATE WS-SCELTA
               WHEN 1
                   PERFORM IMPORTA-FATTURA-PASSIVA
               WHEN 2
                   PERFORM CONTROLLA-RUOLO-CAPO
                   IF WS-ESITO = "OK"
                       PERFORM APPROVA-FATTURA-PASSIVA
                   END-IF
               WHEN 3
                   PERFORM REGISTRO-IVA-ACQUISTI
               WHEN OTHER
                   DISPLAY "Scelta non valida!"
           END-EVALUATE.

      ******************************************************************
      * Import di un file FatturaPA del fornitore. Ogni riga fattura
      * e' abbinata alla riga d'ordine (riferimento ordine della
      * fattura o, in mancanza, la riga ricevuta e non ancora
      * fatturata piu' vecchia del fornitore) e confrontata con la
      * quantita' caricata dal ricevimento e non ancora fatturata e
      * con il prezzo d'ordine. Le fatture conformi sono approvate
      * subito; quelle con discrepanze restano sospese per
      * l'approvazione del capo e finiscono nel report.
      ******************************************************************
       IMPORTA-FATTURA-PASSIVA.
           DISPLAY " "
           DISPLAY "=== IMPORT FATTURA PASSIVA DA SDI ==="

           DISPLAY "Nome file XML ricevuto: " WITH NO ADVANCING
           MOVE SPACES TO WS-NOME-FILE-FATTPASS
           ACCEPT WS-NOME-FILE-FATTPASS
           IF WS-NOME-FILE-FATTPASS = SPACES
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT FATTPASS-FILE
           IF WS-FPA-FILE-STATUS NOT = "00"
               DISPLAY "File " WS-NOME-FILE-FATTPASS(1:40)
                       " non trovato!"
               EXIT PARAGRAPH
           END-IF

           INITIALIZE WS-FPA-TESTATA
           INITIALIZE WS-FPA-RIGHE
           INITIALIZE WS-FPA-RIEPILOGO
           INITIALIZE WS-FPA-RATE
           MOVE ZERO TO WS-FPA-NUM-RIGHE
           MOVE ZERO TO WS-FPA-NUM-RIEP
           MOVE ZERO TO WS-FPA-NUM-RATE
           MOVE SPACE TO WS-FPA-SEZIONE
           MOVE 'N' TO WS-FPA-TRONCATA
           MOVE 'N' TO WS-FPA-EOF

           PERFORM UNTIL WS-FPA-EOF = 'S'
               READ FATTPASS-FILE
                   AT END
                       MOVE 'S' TO WS-FPA-EOF
                   NOT AT END
                       PERFORM ANALIZZA-RIGA-FPA
               END-READ
           END-PERFORM

           CLOSE FATTPASS-FILE

           IF WS-FPA-NUMERO = SPACES OR WS-FPA-DATA = SPACES
               OR WS-FPA-NUM-RIGHE = 0
               DISPLAY "File non riconosciuto come FatturaPA!"
               EXIT PARAGRAPH
           END-IF

           IF WS-FPA-TRONCATA = 'S'
               DISPLAY "Fattura con troppe righe o aliquote: "
                       "registrazione manuale!"
               EXIT PARAGRAPH
           END-IF

           IF WS-FPA-TIPO-DOC = SPACES
               MOVE 'TD01' TO WS-FPA-TIPO-DOC
           END-IF

      * Fornitore dalla partita IVA del cedente
           EXEC SQL
               SELECT codice_fornitore
               INTO :WS-FPA-FORNITORE
               FROM FORNITORI
               WHERE partita_iva = :WS-FPA-PIVA
               OR partita_iva = 'IT' || TRIM(:WS-FPA-PIVA)
               ORDER BY codice_fornitore
               LIMIT 1
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Fornitore con P.IVA " WS-FPA-PIVA(1:16)
                       " non in anagrafica!"
               DISPLAY "Cedente: " WS-FPA-RAGIONE(1:50)
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-CONTA-FPA-RIGHE
               FROM FATTURE_ACQUISTO
               WHERE codice_fornitore = :WS-FPA-FORNITORE
               AND numero_fattura = :WS-FPA-NUMERO
               AND data_fattura = :WS-FPA-DATA
           END-EXEC

           IF WS-CONTA-FPA-RIGHE > 0
               DISPLAY "Fattura " WS-FPA-NUMERO " del "
                       WS-FPA-DATA " gia' importata!"
               EXIT PARAGRAPH
           END-IF

      * Totali dal riepilogo IVA della fattura
           MOVE ZERO TO WS-FPA-IMPONIBILE
           MOVE ZERO TO WS-FPA-IMPOSTA
           PERFORM VARYING WS-IVA-IDX FROM 1 BY 1
                   UNTIL WS-IVA-IDX > WS-FPA-NUM-RIEP
               ADD WS-FPA-RP-IMPONIB(WS-IVA-IDX) TO WS-FPA-IMPONIBILE
               ADD WS-FPA-RP-IMPOSTA(WS-IVA-IDX) TO WS-FPA-IMPOSTA
           END-PERFORM
           IF WS-FPA-TOTALE = 0
               COMPUTE WS-FPA-TOTALE =
                   WS-FPA-IMPONIBILE + WS-FPA-IMPOSTA
           END-IF

           PERFORM GENERA-DATA-STAMP
           MOVE SPACES TO WS-NOME-FILE-FPA-REPORT
           STRING "FATTURA-PASSIVA-" WS-DATA-STAMP ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-FPA-REPORT

           OPEN OUTPUT FPA-REPORT-FILE

           WRITE FPA-REPORT-RECORD FROM
               "CONTROLLO A TRE VIE FATTURA PASSIVA"
           MOVE ALL "=" TO FPA-REPORT-RECORD
           WRITE FPA-REPORT-RECORD

           MOVE SPACES TO FPA-REPORT-RECORD
           STRING "Fornitore: " WS-FPA-FORNITORE " "
                  WS-FPA-RAGIONE(1:50)
                  DELIMITED BY SIZE INTO FPA-REPORT-RECORD
           WRITE FPA-REPORT-RECORD

           MOVE SPACES TO FPA-REPORT-RECORD
           MOVE WS-FPA-TOTALE TO WS-IMPORTO-EDIT
           STRING "Documento: " WS-FPA-TIPO-DOC " n. " WS-FPA-NUMERO
                  " del " WS-FPA-DATA "  Totale EUR "
                  WS-IMPORTO-EDIT
                  DELIMITED BY SIZE INTO FPA-REPORT-RECORD
           WRITE FPA-REPORT-RECORD

           MOVE SPACES TO FPA-REPORT-RECORD
           STRING "File: " WS-NOME-FILE-FATTPASS
                  "  Import del " FUNCTION CURRENT-DATE(1:10)
                  DELIMITED BY SIZE INTO FPA-REPORT-RECORD
           WRITE FPA-REPORT-RECORD
           WRITE FPA-REPORT-RECORD FROM SPACES

           WRITE FPA-REPORT-RECORD FROM
               "LINEA ARTICOLO   ORDINE             ESITO  DETTAGLIO"
           MOVE ALL "-" TO FPA-REPORT-RECORD
           WRITE FPA-REPORT-RECORD

           MOVE ZERO TO WS-CONTA-FPA-DISCREP
           MOVE 'S' TO WS-FPA-STATO
           MOVE "OK" TO WS-ESITO

           EXEC SQL
               BEGIN TRANSACTION
           END-EXEC

           EXEC SQL
               INSERT INTO FATTURE_ACQUISTO
               (codice_fornitore, tipo_documento, numero_fattura,
                data_fattura, numero_ordine, imponibile, imposta,
                totale_documento, stato, nome_file, data_import,
                operatore)
               VALUES
               (:WS-FPA-FORNITORE, :WS-FPA-TIPO-DOC, :WS-FPA-NUMERO,
                :WS-FPA-DATA, NULLIF(:WS-FPA-ORDINE, SPACES),
                :WS-FPA-IMPONIBILE, :WS-FPA-IMPOSTA, :WS-FPA-TOTALE,
                'S', :WS-NOME-FILE-FATTPASS, CURRENT_DATE,
                :WS-OPERATORE-CORRENTE)
               RETURNING id_fattura INTO :WS-FPA-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Errore registrazione fattura: " SQLCODE
               MOVE "KO" TO WS-ESITO
           END-IF

           PERFORM VARYING WS-FPA-IDX FROM 1 BY 1
                   UNTIL WS-FPA-IDX > WS-FPA-NUM-RIGHE
                      OR WS-ESITO = "KO"
               PERFORM ABBINA-RIGA-FPA
           END-PERFORM

           IF WS-ESITO = "OK"
               PERFORM REGISTRA-RIEPILOGO-FPA
           END-IF

      * Conformi su tutte le righe: approvazione automatica (le
      * note di credito passano comunque dal capo)
           IF WS-ESITO = "OK" AND WS-CONTA-FPA-DISCREP = 0
              AND WS-FPA-TIPO-DOC NOT = 'TD04'
               MOVE "ABBINAMENTO AUTOMATICO" TO WS-FPA-APPROVATORE
               PERFORM REGISTRA-APPROVAZIONE-FPA
           END-IF

           IF WS-ESITO = "OK"
               EXEC SQL
                   COMMIT
               END-EXEC
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
           END-IF

           WRITE FPA-REPORT-RECORD FROM SPACES
           MOVE SPACES TO FPA-REPORT-RECORD
           MOVE WS-FPA-NUM-RIGHE TO WS-NUMERO-EDIT
           STRING "Righe fattura:        " WS-NUMERO-EDIT
                  DELIMITED BY SIZE INTO FPA-REPORT-RECORD
           WRITE FPA-REPORT-RECORD
           MOVE SPACES TO FPA-REPORT-RECORD
           MOVE WS-CONTA-FPA-DISCREP TO WS-NUMERO-EDIT
           STRING "Righe in discrepanza: " WS-NUMERO-EDIT
                  DELIMITED BY SIZE INTO FPA-REPORT-RECORD
           WRITE FPA-REPORT-RECORD

           MOVE SPACES TO FPA-REPORT-RECORD
           EVALUATE TRUE
               WHEN WS-ESITO NOT = "OK"
                   MOVE "ESITO: IMPORT ANNULLATO PER ERRORE"
                       TO FPA-REPORT-RECORD
               WHEN WS-FPA-STATO = 'A'
                   MOVE WS-FPA-PROTOCOLLO TO WS-PROTOCOLLO-EDIT
                   STRING "ESITO: APPROVATA, PROTOCOLLO IVA "
                          WS-PROTOCOLLO-EDIT
                          DELIMITED BY SIZE INTO FPA-REPORT-RECORD
               WHEN OTHER
                   MOVE "ESITO: SOSPESA IN ATTESA DI APPROVAZIONE"
                       TO FPA-REPORT-RECORD
           END-EVALUATE
           WRITE FPA-REPORT-RECORD

           CLOSE FPA-REPORT-FILE

           IF WS-ESITO = "OK"
               MOVE WS-FPA-ID TO WS-NUMERO-EDIT
               DISPLAY "Fattura registrata con id " WS-NUMERO-EDIT
               IF WS-FPA-STATO = 'A'
                   MOVE WS-FPA-PROTOCOLLO TO WS-PROTOCOLLO-EDIT
                   DISPLAY "Conforme: approvata con protocollo "
                           WS-PROTOCOLLO-EDIT
               ELSE
                   MOVE WS-CONTA-FPA-DISCREP TO WS-NUMERO-EDIT
                   DISPLAY "Sospesa per approvazione, righe in "
                           "discrepanza: " WS-NUMERO-EDIT
               END-IF
           ELSE
               DISPLAY "Import annullato!"
           END-IF
           DISPLAY "Report salvato in " WS-NOME-FILE-FPA-REPORT.

      * Interpreta una riga del file XML: tag e valore del primo
      * elemento della riga; la sezione corrente distingue i tag
      * omonimi (aliquota di riga o di riepilogo, partita IVA del
      * cedente o del cessionario)
       ANALIZZA-RIGA-FPA.
           MOVE SPACES TO WS-FPA-PARTI
           UNSTRING FATTPASS-RECORD DELIMITED BY "<" OR ">"
               INTO WS-FPA-PREFISSO WS-FPA-TAG
                    WS-FPA-VALORE WS-FPA-CHIUSURA
           END-UNSTRING

           EVALUATE WS-FPA-TAG
               WHEN "CedentePrestatore"
                   MOVE 'C' TO WS-FPA-SEZIONE
               WHEN "CessionarioCommittente"
                   MOVE 'K' TO WS-FPA-SEZIONE
               WHEN "DatiOrdineAcquisto"
                   MOVE 'O' TO WS-FPA-SEZIONE
               WHEN "DettaglioLinee"
                   IF WS-FPA-NUM-RIGHE < 200
                       ADD 1 TO WS-FPA-NUM-RIGHE
                       MOVE WS-FPA-NUM-RIGHE TO WS-FPA-IDX
                       MOVE 'L' TO WS-FPA-SEZIONE
                   ELSE
                       MOVE 'S' TO WS-FPA-TRONCATA
                       MOVE SPACE TO WS-FPA-SEZIONE
                   END-IF
               WHEN "DatiRiepilogo"
                   IF WS-FPA-NUM-RIEP < 10
                       ADD 1 TO WS-FPA-NUM-RIEP
                       MOVE 'R' TO WS-FPA-SEZIONE
                   ELSE
                       MOVE 'S' TO WS-FPA-TRONCATA
                       MOVE SPACE TO WS-FPA-SEZIONE
                   END-IF
               WHEN "DettaglioPagamento"
                   IF WS-FPA-NUM-RATE < 12
                       ADD 1 TO WS-FPA-NUM-RATE
                       MOVE 'P' TO WS-FPA-SEZIONE
                   ELSE
                       MOVE SPACE TO WS-FPA-SEZIONE
                   END-IF
               WHEN "/CedentePrestatore"
               WHEN "/CessionarioCommittente"
               WHEN "/DatiOrdineAcquisto"
               WHEN "/DettaglioLinee"
               WHEN "/DatiRiepilogo"
               WHEN "/DettaglioPagamento"
                   MOVE SPACE TO WS-FPA-SEZIONE
               WHEN "IdCodice"
                   IF WS-FPA-SEZIONE = 'C' AND WS-FPA-PIVA = SPACES
                       MOVE WS-FPA-VALORE TO WS-FPA-PIVA
                   END-IF
               WHEN "Denominazione"
                   IF WS-FPA-SEZIONE = 'C'
                       MOVE WS-FPA-VALORE TO WS-FPA-RAGIONE
                   END-IF
               WHEN "TipoDocumento"
                   MOVE WS-FPA-VALORE TO WS-FPA-TIPO-DOC
               WHEN "Data"
                   IF WS-FPA-SEZIONE = SPACE AND WS-FPA-DATA = SPACES
                       MOVE WS-FPA-VALORE TO WS-FPA-DATA
                   END-IF
               WHEN "Numero"
                   IF WS-FPA-SEZIONE = SPACE
                      AND WS-FPA-NUMERO = SPACES
                       MOVE WS-FPA-VALORE TO WS-FPA-NUMERO
                   END-IF
               WHEN "ImportoTotaleDocumento"
                   MOVE FUNCTION NUMVAL(WS-FPA-VALORE)
                       TO WS-FPA-TOTALE
               WHEN "IdDocumento"
                   IF WS-FPA-SEZIONE = 'O' AND WS-FPA-ORDINE = SPACES
                       MOVE WS-FPA-VALORE TO WS-FPA-ORDINE
                   END-IF
               WHEN "NumeroLinea"
                   IF WS-FPA-SEZIONE = 'L'
                       MOVE FUNCTION NUMVAL(WS-FPA-VALORE)
                           TO WS-FPA-R-LINEA(WS-FPA-IDX)
                   END-IF
               WHEN "CodiceValore"
                   IF WS-FPA-SEZIONE = 'L'
                      AND WS-FPA-R-ARTICOLO(WS-FPA-IDX) = SPACES
                       MOVE WS-FPA-VALORE
                           TO WS-FPA-R-ARTICOLO(WS-FPA-IDX)
                   END-IF
               WHEN "Descrizione"
                   IF WS-FPA-SEZIONE = 'L'
                       MOVE WS-FPA-VALORE
                           TO WS-FPA-R-DESCR(WS-FPA-IDX)
                   END-IF
               WHEN "Quantita"
                   IF WS-FPA-SEZIONE = 'L'
                       MOVE FUNCTION NUMVAL(WS-FPA-VALORE)
                           TO WS-FPA-R-QUANTITA(WS-FPA-IDX)
                   END-IF
               WHEN "PrezzoUnitario"
                   IF WS-FPA-SEZIONE = 'L'
                       MOVE FUNCTION NUMVAL(WS-FPA-VALORE)
                           TO WS-FPA-R-PREZZO(WS-FPA-IDX)
                   END-IF
               WHEN "PrezzoTotale"
                   IF WS-FPA-SEZIONE = 'L'
                       MOVE FUNCTION NUMVAL(WS-FPA-VALORE)
                           TO WS-FPA-R-TOTALE(WS-FPA-IDX)
                   END-IF
               WHEN "AliquotaIVA"
                   EVALUATE WS-FPA-SEZIONE
                       WHEN 'L'
                           MOVE FUNCTION NUMVAL(WS-FPA-VALORE)
                               TO WS-FPA-R-ALIQUOTA(WS-FPA-IDX)
                       WHEN 'R'
                           MOVE FUNCTION NUMVAL(WS-FPA-VALORE)
                               TO WS-FPA-RP-ALIQUOTA(WS-FPA-NUM-RIEP)
                   END-EVALUATE
               WHEN "Natura"
                   EVALUATE WS-FPA-SEZIONE
                       WHEN 'L'
                           MOVE WS-FPA-VALORE
                               TO WS-FPA-R-NATURA(WS-FPA-IDX)
                       WHEN 'R'
                           MOVE WS-FPA-VALORE
                               TO WS-FPA-RP-NATURA(WS-FPA-NUM-RIEP)
                   END-EVALUATE
               WHEN "ImponibileImporto"
                   IF WS-FPA-SEZIONE = 'R'
                       MOVE FUNCTION NUMVAL(WS-FPA-VALORE)
                           TO WS-FPA-RP-IMPONIB(WS-FPA-NUM-RIEP)
                   END-IF
               WHEN "Imposta"
                   IF WS-FPA-SEZIONE = 'R'
                       MOVE FUNCTION NUMVAL(WS-FPA-VALORE)
                           TO WS-FPA-RP-IMPOSTA(WS-FPA-NUM-RIEP)
                   END-IF
               WHEN "DataScadenzaPagamento"
                   IF WS-FPA-SEZIONE = 'P'
                       MOVE WS-FPA-VALORE
                           TO WS-FPA-RT-SCADENZA(WS-FPA-NUM-RATE)
                   END-IF
               WHEN "ImportoPagamento"
                   IF WS-FPA-SEZIONE = 'P'
                       MOVE FUNCTION NUMVAL(WS-FPA-VALORE)
                           TO WS-FPA-RT-IMPORTO(WS-FPA-NUM-RATE)
                   END-IF
           END-EVALUATE.

      * Abbinamento a tre vie della riga WS-FPA-IDX: riga d'ordine
      * del fornitore per l'articolo, quantita' ricevuta (la minore
      * tra riga d'ordine e carichi registrati, riportati in unita'
      * di acquisto) meno quella gia' fatturata, prezzo d'ordine con
      * tolleranza WS-FPA-TOLL-PREZZO percento
       ABBINA-RIGA-FPA.
           INITIALIZE WS-FPA-ABBINAMENTO
           MOVE 'NA' TO WS-FPA-ESITO-RIGA
           MOVE WS-FPA-R-ARTICOLO(WS-FPA-IDX) TO WS-ART-CODICE

           IF WS-FPA-R-ARTICOLO(WS-FPA-IDX) NOT = SPACES
              AND WS-FPA-TIPO-DOC NOT = 'TD04'
               IF WS-FPA-ORDINE NOT = SPACES
                   EXEC SQL
                       SELECT r.numero_ordine, r.quantita_ricevuta,
                              COALESCE(r.quantita_fatturata, 0),
                              r.prezzo_unitario
                       INTO :WS-FPA-ORDINE-RIGA, :WS-FPA-QTA-RIC-ORD,
                            :WS-FPA-QTA-FATTURATA,
                            :WS-FPA-PREZZO-ORD
                       FROM RIGHE_ORDINE r
                       JOIN ORDINI o
                         ON o.numero_ordine = r.numero_ordine
                       WHERE r.numero_ordine = :WS-FPA-ORDINE
                       AND o.codice_fornitore = :WS-FPA-FORNITORE
                       AND r.codice_articolo = :WS-ART-CODICE
                       AND r.stato_riga <> 'C'
                       ORDER BY r.numero_ordine
                       LIMIT 1
                   END-EXEC
                   IF SQLCODE NOT = 0
                       MOVE SPACES TO WS-FPA-ORDINE-RIGA
                   END-IF
               END-IF

               IF WS-FPA-ORDINE-RIGA = SPACES
                   EXEC SQL
                       SELECT r.numero_ordine, r.quantita_ricevuta,
                              COALESCE(r.quantita_fatturata, 0),
                              r.prezzo_unitario
                       INTO :WS-FPA-ORDINE-RIGA, :WS-FPA-QTA-RIC-ORD,
                            :WS-FPA-QTA-FATTURATA,
                            :WS-FPA-PREZZO-ORD
                       FROM RIGHE_ORDINE r
                       JOIN ORDINI o
                         ON o.numero_ordine = r.numero_ordine
                       WHERE o.codice_fornitore = :WS-FPA-FORNITORE
                       AND r.codice_articolo = :WS-ART-CODICE
                       AND r.stato_riga <> 'C'
                       AND r.quantita_ricevuta >
                           COALESCE(r.quantita_fatturata, 0)
                       ORDER BY o.data_ordine, r.numero_ordine
                       LIMIT 1
                   END-EXEC
                   IF SQLCODE NOT = 0
                       MOVE SPACES TO WS-FPA-ORDINE-RIGA
                   END-IF
               END-IF

               IF WS-FPA-ORDINE-RIGA NOT = SPACES
                   EXEC SQL
                       SELECT COALESCE(SUM(m.quantita /
                              COALESCE(a.coeff_conversione, 1)), 0)
                       INTO :WS-FPA-QTA-RIC-MOV
                       FROM MOVIMENTI_MAGAZZINO m
                       JOIN ARTICOLI a
                         ON a.codice_articolo = m.codice_articolo
                       WHERE m.numero_documento = :WS-FPA-ORDINE-RIGA
                       AND m.codice_articolo = :WS-ART-CODICE
                       AND m.tipo_movimento = 'CA'
                       AND COALESCE(m.id_movimento_storno, 0) = 0
                   END-EXEC

                   MOVE WS-FPA-QTA-RIC-ORD TO WS-FPA-QTA-DA-FATT
                   IF WS-FPA-QTA-RIC-MOV < WS-FPA-QTA-RIC-ORD
                       MOVE WS-FPA-QTA-RIC-MOV TO WS-FPA-QTA-DA-FATT
                   END-IF
                   SUBTRACT WS-FPA-QTA-FATTURATA
                       FROM WS-FPA-QTA-DA-FATT

                   MOVE 'OK' TO WS-FPA-ESITO-RIGA
                   IF WS-FPA-R-QUANTITA(WS-FPA-IDX) >
                      WS-FPA-QTA-DA-FATT
                       MOVE 'QT' TO WS-FPA-ESITO-RIGA
                   END-IF

                   IF WS-FPA-PREZZO-ORD > 0
                       COMPUTE WS-FPA-SCOST-PERC ROUNDED =
                           (WS-FPA-R-PREZZO(WS-FPA-IDX) -
                            WS-FPA-PREZZO-ORD) * 100 /
                           WS-FPA-PREZZO-ORD
                   ELSE
                       MOVE ZERO TO WS-FPA-SCOST-PERC
                   END-IF
                   IF WS-FPA-SCOST-PERC > WS-FPA-TOLL-PREZZO
                      OR WS-FPA-SCOST-PERC < 0 - WS-FPA-TOLL-PREZZO
                       IF WS-FPA-ESITO-RIGA = 'QT'
                           MOVE 'QP' TO WS-FPA-ESITO-RIGA
                       ELSE
                           MOVE 'PR' TO WS-FPA-ESITO-RIGA
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF WS-FPA-ESITO-RIGA NOT = 'OK'
               ADD 1 TO WS-CONTA-FPA-DISCREP
               PERFORM SCRIVI-DISCREPANZA-FPA
           END-IF

           EXEC SQL
               INSERT INTO RIGHE_FATTURE_ACQUISTO
               (id_fattura, numero_linea, codice_articolo,
                descrizione, quantita, prezzo_unitario,
                prezzo_totale, aliquota_percentuale, natura,
                numero_ordine, quantita_da_fatturare,
                prezzo_ordine, esito_abbinamento)
               VALUES
               (:WS-FPA-ID, :WS-FPA-R-LINEA(WS-FPA-IDX),
                NULLIF(:WS-FPA-R-ARTICOLO(WS-FPA-IDX), SPACES),
                :WS-FPA-R-DESCR(WS-FPA-IDX),
                :WS-FPA-R-QUANTITA(WS-FPA-IDX),
                :WS-FPA-R-PREZZO(WS-FPA-IDX),
                :WS-FPA-R-TOTALE(WS-FPA-IDX),
                :WS-FPA-R-ALIQUOTA(WS-FPA-IDX),
                NULLIF(:WS-FPA-R-NATURA(WS-FPA-IDX), SPACES),
                NULLIF(:WS-FPA-ORDINE-RIGA, SPACES),
                :WS-FPA-QTA-DA-FATT, :WS-FPA-PREZZO-ORD,
                :WS-FPA-ESITO-RIGA)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Errore registrazione riga fattura: " SQLCODE
               MOVE "KO" TO WS-ESITO
           END-IF.

       SCRIVI-DISCREPANZA-FPA.
           MOVE SPACES TO FPA-REPORT-RECORD
           MOVE WS-FPA-R-LINEA(WS-FPA-IDX) TO WS-NUMERO-EDIT
           STRING WS-NUMERO-EDIT(4:4) "  "
                  WS-FPA-R-ARTICOLO(WS-FPA-IDX)(1:10) " "
                  WS-FPA-ORDINE-RIGA " " WS-FPA-ESITO-RIGA
                  DELIMITED BY SIZE INTO FPA-REPORT-RECORD

           EVALUATE WS-FPA-ESITO-RIGA
               WHEN 'NA'
                   IF WS-FPA-R-ARTICOLO(WS-FPA-IDX) = SPACES
                       STRING FPA-REPORT-RECORD(1:46)
                              "     Riga senza articolo: "
                              WS-FPA-R-DESCR(WS-FPA-IDX)(1:40)
                              DELIMITED BY SIZE
                              INTO FPA-REPORT-RECORD
                   ELSE
                       STRING FPA-REPORT-RECORD(1:46)
                              "     Nessuna riga d'ordine del "
                              "fornitore da fatturare"
                              DELIMITED BY SIZE
                              INTO FPA-REPORT-RECORD
                   END-IF
                   WRITE FPA-REPORT-RECORD
               WHEN OTHER
                   STRING FPA-REPORT-RECORD(1:46)
                          "     Quantita' e prezzo fattura / "
                          "da ricevimento e ordine"
                          DELIMITED BY SIZE INTO FPA-REPORT-RECORD
                   WRITE FPA-REPORT-RECORD

                   MOVE SPACES TO FPA-REPORT-RECORD
                   MOVE WS-FPA-R-QUANTITA(WS-FPA-IDX)
                       TO WS-QUANTITA-EDIT
                   STRING "      Quantita': fatturata "
                          WS-QUANTITA-EDIT
                          DELIMITED BY SIZE INTO FPA-REPORT-RECORD
                   MOVE WS-FPA-QTA-DA-FATT TO WS-QUANTITA-EDIT
                   STRING FPA-REPORT-RECORD(1:40)
                          "  ricevuta da fatturare "
                          WS-QUANTITA-EDIT
                          DELIMITED BY SIZE INTO FPA-REPORT-RECORD
                   WRITE FPA-REPORT-RECORD

                   MOVE SPACES TO FPA-REPORT-RECORD
                   MOVE WS-FPA-R-PREZZO(WS-FPA-IDX)
                       TO WS-IMPORTO-EDIT
                   STRING "      Prezzo:   fattura   "
                          WS-IMPORTO-EDIT
                          DELIMITED BY SIZE INTO FPA-REPORT-RECORD
                   MOVE WS-FPA-PREZZO-ORD TO WS-IMPORTO-EDIT
                   STRING FPA-REPORT-RECORD(1:40)
                          "  ordine                "
                          WS-IMPORTO-EDIT
                          DELIMITED BY SIZE INTO FPA-REPORT-RECORD
                   WRITE FPA-REPORT-RECORD
           END-EVALUATE.

      * Riepilogo IVA e rate di pagamento della fattura corrente
       REGISTRA-RIEPILOGO-FPA.
           PERFORM VARYING WS-IVA-IDX FROM 1 BY 1
                   UNTIL WS-IVA-IDX > WS-FPA-NUM-RIEP
                      OR WS-ESITO = "KO"
               EXEC SQL
                   INSERT INTO RIEPILOGO_IVA_ACQUISTI
                   (id_fattura, aliquota_percentuale, natura,
                    imponibile, imposta)
                   VALUES
                   (:WS-FPA-ID, :WS-FPA-RP-ALIQUOTA(WS-IVA-IDX),
                    NULLIF(:WS-FPA-RP-NATURA(WS-IVA-IDX), SPACES),
                    :WS-FPA-RP-IMPONIB(WS-IVA-IDX),
                    :WS-FPA-RP-IMPOSTA(WS-IVA-IDX))
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY "Errore registrazione riepilogo IVA: "
                           SQLCODE
                   MOVE "KO" TO WS-ESITO
               END-IF
           END-PERFORM

           PERFORM VARYING WS-IVA-IDX FROM 1 BY 1
                   UNTIL WS-IVA-IDX > WS-FPA-NUM-RATE
                      OR WS-ESITO = "KO"
               IF WS-FPA-RT-SCADENZA(WS-IVA-IDX) NOT = SPACES
                   EXEC SQL
                       INSERT INTO FATTURE_ACQUISTO_RATE
                       (id_fattura, data_scadenza, importo)
                       VALUES
                       (:WS-FPA-ID, :WS-FPA-RT-SCADENZA(WS-IVA-IDX),
                        :WS-FPA-RT-IMPORTO(WS-IVA-IDX))
                   END-EXEC
                   IF SQLCODE NOT = 0
                       DISPLAY "Errore registrazione rata: " SQLCODE
                       MOVE "KO" TO WS-ESITO
                   END-IF
               END-IF
           END-PERFORM.

      * Approvazione della fattura WS-FPA-ID (da WS-FPA-APPROVATORE):
      * protocollo IVA progressivo nell'anno, quantita' fatturate
      * sulle righe d'ordine e scadenze verso il fornitore
       REGISTRA-APPROVAZIONE-FPA.
           EXEC SQL
               SELECT COALESCE(MAX(protocollo_iva), 0) + 1
               INTO :WS-FPA-PROTOCOLLO
               FROM FATTURE_ACQUISTO
               WHERE stato = 'A'
               AND EXTRACT(YEAR FROM data_registrazione) =
                   EXTRACT(YEAR FROM CURRENT_DATE)
           END-EXEC

           EXEC SQL
               UPDATE FATTURE_ACQUISTO
               SET stato = 'A',
                   protocollo_iva = :WS-FPA-PROTOCOLLO,
                   data_registrazione = CURRENT_DATE,
                   approvato_da = :WS-FPA-APPROVATORE
               WHERE id_fattura = :WS-FPA-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Errore approvazione fattura: " SQLCODE
               MOVE "KO" TO WS-ESITO
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               UPDATE RIGHE_ORDINE r
               SET quantita_fatturata =
                   COALESCE(r.quantita_fatturata, 0) +
                   (SELECT SUM(f.quantita)
                    FROM RIGHE_FATTURE_ACQUISTO f
                    WHERE f.id_fattura = :WS-FPA-ID
                    AND f.numero_ordine = r.numero_ordine
                    AND f.codice_articolo = r.codice_articolo)
               WHERE EXISTS
                   (SELECT 1
                    FROM RIGHE_FATTURE_ACQUISTO f
                    WHERE f.id_fattura = :WS-FPA-ID
                    AND f.numero_ordine = r.numero_ordine
                    AND f.codice_articolo = r.codice_articolo)
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "Errore aggiornamento righe ordine: " SQLCODE
               MOVE "KO" TO WS-ESITO
               EXIT PARAGRAPH
           END-IF

           PERFORM REGISTRA-SCADENZA-FORN

           IF WS-ESITO = "OK"
               MOVE 'A' TO WS-FPA-STATO
           END-IF.

      ******************************************************************
      * Approvazione delle fatture passive sospese: il capo vede le
      * righe con l'esito dell'abbinamento e approva la fattura
      * (protocollo IVA e scadenze fornitore) o la respinge.
      ******************************************************************
       APPROVA-FATTURA-PASSIVA.
           DISPLAY " "
           DISPLAY "=== FATTURE PASSIVE SOSPESE ==="
           DISPLAY " "
           DISPLAY "ID         FORNITORE NUMERO               DATA"
                   "             TOTALE DISCR."

           MOVE ZERO TO WS-CONTA-FPA-RIGHE

           EXEC SQL
               OPEN CUR-FPA-SOSPESE
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-FPA-SOSPESE
                   INTO :WS-FPA-ID, :WS-FPA-FORNITORE,
                        :WS-FPA-NUMERO, :WS-FPA-DATA,
                        :WS-FPA-TOTALE, :WS-CONTA-FPA-DISCREP
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-CONTA-FPA-RIGHE
                   MOVE WS-FPA-TOTALE TO WS-IMPORTO-EDIT
                   MOVE WS-CONTA-FPA-DISCREP TO WS-NUMERO-EDIT
                   DISPLAY WS-FPA-ID " " WS-FPA-FORNITORE "  "
                           WS-FPA-NUMERO " " WS-FPA-DATA " "
                           WS-IMPORTO-EDIT " " WS-NUMERO-EDIT
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-FPA-SOSPESE
           END-EXEC

           IF WS-CONTA-FPA-RIGHE = 0
               DISPLAY "Nessuna fattura in attesa di approvazione."
               EXIT PARAGRAPH
           END-IF

           DISPLAY " "
           DISPLAY "Id fattura da esaminare (0=esci): "
                   WITH NO ADVANCING
           ACCEPT WS-FPA-ID
           IF WS-FPA-ID = 0
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               SELECT codice_fornitore, tipo_documento,
                      numero_fattura, data_fattura, totale_documento
               INTO :WS-FPA-FORNITORE, :WS-FPA-TIPO-DOC,
                    :WS-FPA-NUMERO, :WS-FPA-DATA, :WS-FPA-TOTALE
               FROM FATTURE_ACQUISTO
               WHERE id_fattura = :WS-FPA-ID
               AND stato = 'S'
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Fattura non trovata o non sospesa!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY " "
           DISPLAY "LINEA ARTICOLO     QUANTITA'     PREZZO ORDINE"
                   "               DA FATT.  PR.ORDINE ESITO"

           EXEC SQL
               OPEN CUR-FPA-RIGHE
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-FPA-RIGHE
                   INTO :WS-FPA-R-LINEA(1), :WS-FPA-R-ARTICOLO(1),
                        :WS-FPA-R-QUANTITA(1), :WS-FPA-R-PREZZO(1),
                        :WS-FPA-ORDINE-RIGA, :WS-FPA-QTA-DA-FATT,
                        :WS-FPA-PREZZO-ORD, :WS-FPA-ESITO-RIGA
               END-EXEC

               IF SQLCODE = 0
                   MOVE WS-FPA-R-LINEA(1) TO WS-NUMERO-EDIT
                   MOVE WS-FPA-R-QUANTITA(1) TO WS-QUANTITA-EDIT
                   MOVE WS-FPA-R-PREZZO(1) TO WS-IMPORTO-EDIT
                   DISPLAY WS-NUMERO-EDIT(4:4) " "
                           WS-FPA-R-ARTICOLO(1)(1:10) " "
                           WS-QUANTITA-EDIT " " WS-IMPORTO-EDIT " "
                           WS-FPA-ORDINE-RIGA WITH NO ADVANCING
                   MOVE WS-FPA-QTA-DA-FATT TO WS-QUANTITA-EDIT
                   MOVE WS-FPA-PREZZO-ORD TO WS-IMPORTO-EDIT
                   DISPLAY " " WS-QUANTITA-EDIT " " WS-IMPORTO-EDIT
                           " " WS-FPA-ESITO-RIGA
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-FPA-RIGHE
           END-EXEC

           DISPLAY " "
           DISPLAY "A=Approva, R=Respingi, invio=lascia sospesa: "
                   WITH NO ADVANCING
           MOVE SPACE TO WS-FPA-DECISIONE
           ACCEPT WS-FPA-DECISIONE

           MOVE "OK" TO WS-ESITO
           EVALUATE WS-FPA-DECISIONE
               WHEN 'A'
               WHEN 'a'
                   EXEC SQL
                       BEGIN TRANSACTION
                   END-EXEC
                   MOVE WS-OPERATORE-CORRENTE TO WS-FPA-APPROVATORE
                   PERFORM REGISTRA-APPROVAZIONE-FPA
                   IF WS-ESITO = "OK"
                       EXEC SQL
                           COMMIT
                       END-EXEC
                       MOVE WS-FPA-PROTOCOLLO TO WS-PROTOCOLLO-EDIT
                       DISPLAY "Fattura approvata, protocollo IVA "
                               WS-PROTOCOLLO-EDIT
                   ELSE
                       EXEC SQL
                           ROLLBACK
                       END-EXEC
                       DISPLAY "Approvazione annullata!"
                   END-IF
               WHEN 'R'
               WHEN 'r'
                   EXEC SQL
                       UPDATE FATTURE_ACQUISTO
                       SET stato = 'R',
                           approvato_da = :WS-OPERATORE-CORRENTE
                       WHERE id_fattura = :WS-FPA-ID
                   END-EXEC
                   IF SQLCODE = 0
                       EXEC SQL
                           COMMIT
                       END-EXEC
                       DISPLAY "Fattura respinta: contestare al "
                               "fornitore."
                   ELSE
                       DISPLAY "Errore aggiornamento fattura: "
                               SQLCODE
                   END-IF
               WHEN OTHER
                   DISPLAY "Fattura lasciata in sospeso."
           END-EVALUATE.

      ******************************************************************
      * Scadenzario fornitori: debiti aperti raggruppati per
      * settimana di scadenza, seguiti dalla proposta di pagamento
      * per fornitore sulle scadenze entro l'orizzonte, pronta per
      * l'approvazione della direzione amministrativa.
      ******************************************************************
       SCADENZARIO-FORNITORI.
           DISPLAY " "
           DISPLAY "=== SCADENZARIO FORNITORI ==="

           PERFORM GENERA-DATA-STAMP
           STRING "SCADENZARIO-" WS-DATA-STAMP ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-SCADENZ

           MOVE ZERO TO WS-SCZ-TOTALE

           OPEN OUTPUT SCADENZARIO-FILE

           WRITE SCADENZARIO-RECORD FROM
               "SCADENZARIO FORNITORI"
           MOVE ALL "=" TO SCADENZARIO-RECORD
           WRITE SCADENZARIO-RECORD

           MOVE SPACES TO SCADENZARIO-RECORD
           STRING "Data: " FUNCTION CURRENT-DATE(1:10)
                  DELIMITED BY SIZE INTO SCADENZARIO-RECORD
           WRITE SCADENZARIO-RECORD
           WRITE SCADENZARIO-RECORD FROM SPACES

           WRITE SCADENZARIO-RECORD FROM
               "SCADENZE APERTE PER SETTIMANA:"
           WRITE SCADENZARIO-RECORD FROM
               "SETTIMANA DAL   DOCUMENTI         IMPORTO"
           MOVE ALL "-" TO SCADENZARIO-RECORD
           WRITE SCADENZARIO-RECORD

           EXEC SQL
               OPEN CUR-SCADENZE-SETTIMANA
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-SCADENZE-SETTIMANA
                   INTO :WS-SCZ-SETTIMANA, :WS-SCZ-NUMERO,
                        :WS-SCZ-IMPORTO
               END-EXEC

               IF SQLCODE = 0
                   ADD WS-SCZ-IMPORTO TO WS-SCZ-TOTALE

                   MOVE SPACES TO SCADENZARIO-RECORD
                   MOVE WS-SCZ-NUMERO TO WS-NUMERO-EDIT
                   MOVE WS-SCZ-IMPORTO TO WS-IMPORTO-EDIT
                   STRING WS-SCZ-SETTIMANA "      "
                          WS-NUMERO-EDIT "  EUR "
                          WS-IMPORTO-EDIT
                          DELIMITED BY SIZE
                          INTO SCADENZARIO-RECORD
                   WRITE SCADENZARIO-RECORD
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-SCADENZE-SETTIMANA
           END-EXEC

           MOVE SPACES TO SCADENZARIO-RECORD
           MOVE WS-SCZ-TOTALE TO WS-IMPORTO-EDIT
           STRING "TOTALE DEBITI APERTI: EUR " WS-IMPORTO-EDIT
                  DELIMITED BY SIZE INTO SCADENZARIO-RECORD
           WRITE SCADENZARIO-RECORD
           WRITE SCADENZARIO-RECORD FROM SPACES

           MOVE SPACES TO SCADENZARIO-RECORD
           MOVE WS-GIORNI-PROPOSTA-PAG TO WS-NUMERO-EDIT
           STRING "PROPOSTA DI PAGAMENTO (scadenze entro "
                  WS-NUMERO-EDIT " giorni):"
                  DELIMITED BY SIZE INTO SCADENZARIO-RECORD
           WRITE SCADENZARIO-RECORD

           WRITE SCADENZARIO-RECORD FROM
               "FORNITORE  RAGIONE SOCIALE                " &
               "DOC.        IMPORTO        PRIMA SCADENZA"
           MOVE ALL "-" TO SCADENZARIO-RECORD
           WRITE SCADENZARIO-RECORD

           MOVE ZERO TO WS-SCZ-TOTALE

           EXEC SQL
               OPEN CUR-PROPOSTA-PAGAMENTO
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-PROPOSTA-PAGAMENTO
                   INTO :WS-SCZ-FORNITORE, :WS-SCZ-RAGIONE,
                        :WS-SCZ-NUMERO, :WS-SCZ-IMPORTO,
                        :WS-SCZ-SCADENZA-MIN
               END-EXEC

               IF SQLCODE = 0
                   ADD WS-SCZ-IMPORTO TO WS-SCZ-TOTALE

                   MOVE SPACES TO SCADENZARIO-RECORD
                   STRING WS-SCZ-FORNITORE "   "
                          WS-SCZ-RAGIONE(1:30)
                          DELIMITED BY SIZE
                          INTO SCADENZARIO-RECORD

                   MOVE WS-SCZ-NUMERO TO WS-NUMERO-EDIT
                   STRING SCADENZARIO-RECORD(1:42)
                          WS-NUMERO-EDIT
                          DELIMITED BY SIZE
                          INTO SCADENZARIO-RECORD

                   MOVE WS-SCZ-IMPORTO TO WS-IMPORTO-EDIT
                   STRING SCADENZARIO-RECORD(1:50)
                          "  " WS-IMPORTO-EDIT
                          DELIMITED BY SIZE
                          INTO SCADENZARIO-RECORD

                   STRING SCADENZARIO-RECORD(1:67)
                          "  " WS-SCZ-SCADENZA-MIN
                          DELIMITED BY SIZE
                          INTO SCADENZARIO-RECORD
                   WRITE SCADENZARIO-RECORD

                   DISPLAY WS-SCZ-FORNITORE " - "
                           WS-SCZ-RAGIONE(1:30) " EUR "
                           WS-IMPORTO-EDIT
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-PROPOSTA-PAGAMENTO
           END-EXEC

           MOVE SPACES TO SCADENZARIO-RECORD
           MOVE WS-SCZ-TOTALE TO WS-IMPORTO-EDIT
           STRING "TOTALE PROPOSTA: EUR " WS-IMPORTO-EDIT
                  DELIMITED BY SIZE INTO SCADENZARIO-RECORD
           WRITE SCADENZARIO-RECORD

           WRITE SCADENZARIO-RECORD FROM
               "Approvato da: ________________  Data: ________"

           CLOSE SCADENZARIO-FILE

      * Il dettaglio della proposta esce anche sul file di
      * interfaccia per il pagamento da GESTIONE-CONTI
           PERFORM GENERA-PROPOSTA-PAGAMENTO

           MOVE WS-SCZ-TOTALE TO WS-IMPORTO-EDIT
           DISPLAY "Totale proposta di pagamento: EUR "
                   WS-IMPORTO-EDIT
           DISPLAY "Scadenzario salvato in " WS-NOME-FILE-SCADENZ
           DISPLAY "Proposta per i pagamenti in "
                   "PROPOSTA-PAGAMENTO.DAT".

      * Scrive una riga di proposta per ogni scadenza aperta entro
      * l'orizzonte: e' il file che GESTIONE-CONTI legge per
      * disporre i bonifici
       GENERA-PROPOSTA-PAGAMENTO.
           MOVE ZERO TO WS-CONTA-PRP

           OPEN OUTPUT PROPOSTA-FILE

           EXEC SQL
               OPEN CUR-PROPOSTA-DETTAGLIO
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-PROPOSTA-DETTAGLIO
                   INTO :WS-SCZ-ID, :WS-SCZ-FORNITORE,
                        :WS-SCZ-RAGIONE, :WS-SCZ-IBAN,
                        :WS-SCZ-DOCUMENTO, :WS-SCZ-IMPORTO
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-CONTA-PRP

                   MOVE SPACES TO PROPOSTA-RECORD
                   MOVE WS-SCZ-ID TO PRP-ID
                   MOVE WS-SCZ-FORNITORE TO PRP-FORNITORE
                   MOVE WS-SCZ-RAGIONE TO PRP-RAGIONE
                   MOVE WS-SCZ-IBAN TO PRP-IBAN
                   MOVE WS-SCZ-DOCUMENTO TO PRP-DOCUMENTO
                   MOVE WS-SCZ-IMPORTO TO PRP-IMPORTO
                   WRITE PROPOSTA-RECORD
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-PROPOSTA-DETTAGLIO
           END-EXEC

           CLOSE PROPOSTA-FILE

           MOVE WS-CONTA-PRP TO WS-NUMERO-EDIT
           DISPLAY "Scadenze in proposta: " WS-NUMERO-EDIT.

      ******************************************************************
      * Import dell'esito dei pagamenti disposto da GESTIONE-CONTI
      * (ESITO-PAGAMENTI.DAT): le scadenze con esito 'P' passano a
      * pagate con data e riferimento bonifico, le 'S' restano
      * aperte per la proposta successiva.
      ******************************************************************
       IMPORTA-ESITO-PAGAMENTI.
           DISPLAY " "
           DISPLAY "=== IMPORT ESITO PAGAMENTI FORNITORI ==="

           MOVE 'N' TO WS-EPG-EOF
           MOVE ZERO TO WS-CONTA-EPG-LETTI
           MOVE ZERO TO WS-CONTA-EPG-PAGATE

           OPEN INPUT ESITO-PAGAMENTI-FILE

           IF WS-EPG-FILE-STATUS NOT = "00"
               DISPLAY "File ESITO-PAGAMENTI.DAT non trovato "
                       "(stato " WS-EPG-FILE-STATUS ")"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EPG-EOF = 'Y'
               READ ESITO-PAGAMENTI-FILE
                   AT END
                       MOVE 'Y' TO WS-EPG-EOF
                   NOT AT END
                       ADD 1 TO WS-CONTA-EPG-LETTI
                       IF EPG-ESITO = 'P'
                           MOVE EPG-ID TO WS-SCZ-ID
                           MOVE EPG-RIFERIMENTO
                               TO WS-EPG-RIFERIMENTO
                           MOVE EPG-DATA TO WS-EPG-DATA-PAG

                           EXEC SQL
                               UPDATE SCADENZE_FORNITORI
                               SET stato = 'P',
                                   data_pagamento =
                                       :WS-EPG-DATA-PAG,
                                   riferimento_bonifico =
                                       :WS-EPG-RIFERIMENTO
                               WHERE id_scadenza = :WS-SCZ-ID
                               AND stato = 'A'
                           END-EXEC

                           IF SQLCODE = 0
                               ADD 1 TO WS-CONTA-EPG-PAGATE
                           ELSE
                               DISPLAY "Scadenza " WS-SCZ-ID
                                       " non aggiornata ("
                                       SQLCODE ")"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ESITO-PAGAMENTI-FILE

           EXEC SQL
               COMMIT
           END-EXEC

           MOVE WS-CONTA-EPG-LETTI TO WS-NUMERO-EDIT
           DISPLAY "Esiti letti: " WS-NUMERO-EDIT
           MOVE WS-CONTA-EPG-PAGATE TO WS-NUMERO-EDIT
           DISPLAY "Scadenze marcate pagate: " WS-NUMERO-EDIT.

       AGGIORNA-STATO-ORDINE.
           EXEC SQL
               UPDATE ORDINI
               SET stato_ordine = 
                   CASE
                       WHEN NOT EXISTS (
                           SELECT 1 FROM RIGHE_ORDINE
                           WHERE numero_ordine = :WS-ORD-NUMERO
                           AND quantita_ricevuta < quantita_ordinata
                           AND stato_riga <> 'C'
                       ) THEN 'E'
                       WHEN EXISTS (
                           SELECT 1 FROM RIGHE_ORDINE
                           WHERE numero_ordine = :WS-ORD-NUMERO
                           AND quantita_ricevuta > 0
                       ) THEN 'P'
                       ELSE stato_ordine
                   END
               WHERE numero_ordine = :WS-ORD-NUMERO
           END-EXEC.

       CANCELLA-RIGA-ORDINE.
           DISPLAY " "
           DISPLAY "=== CANCELLA RIGA ORDINE ==="

           DISPLAY "Numero ordine: " WITH NO ADVANCING
           ACCEPT WS-ORD-NUMERO

           DISPLAY "Codice articolo: " WITH NO ADVANCING
           ACCEPT WS-ART-CODICE

           EXEC SQL
               SELECT quantita_ordinata, quantita_ricevuta, stato_riga
               INTO :WS-QTA-RICHIESTA, :WS-QTA-PRELEVATA, :WS-ORD-STATO
               FROM RIGHE_ORDINE
               WHERE numero_ordine = :WS-ORD-NUMERO
               AND codice_articolo = :WS-ART-CODICE
           END-EXEC

           IF SQLCODE = 100
               DISPLAY "Riga ordine non trovata!"
               EXIT PARAGRAPH
           ELSE IF WS-ORD-STATO = 'C'
               DISPLAY "Riga già cancellata!"
               EXIT PARAGRAPH
           ELSE IF WS-ORD-STATO = 'E'
               DISPLAY "Riga già completamente evasa, "
                       "non cancellabile!"
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-QTA-RESIDUA = WS-QTA-RICHIESTA - WS-QTA-PRELEVATA

           DISPLAY "Quantità ancora da ricevere: " WS-QTA-RESIDUA
           DISPLAY "Confermi cancellazione riga? (S/N): "
                   WITH NO ADVANCING
           ACCEPT WS-RISPOSTA

           IF WS-RISPOSTA NOT = 'S' AND NOT = 's'
               DISPLAY "Cancellazione annullata."
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               BEGIN TRANSACTION
           END-EXEC

           EXEC SQL
               UPDATE RIGHE_ORDINE
               SET stato_riga = 'C'
               WHERE numero_ordine = :WS-ORD-NUMERO
               AND codice_articolo = :WS-ART-CODICE
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   UPDATE GIACENZE
                   SET quantita_ordinata = GREATEST(0,
                       quantita_ordinata - :WS-QTA-RESIDUA)
                   WHERE codice_articolo = :WS-ART-CODICE
                   AND codice_magazzino = :WS-MAGAZZINO-DEFAULT
               END-EXEC

               IF SQLCODE = 0
                   PERFORM AGGIORNA-STATO-ORDINE

                   EXEC SQL
                       COMMIT
                   END-EXEC

                   DISPLAY "Riga ordine cancellata!"
               ELSE
                   EXEC SQL
                       ROLLBACK
                   END-EXEC
                   DISPLAY "Errore aggiornamento giacenza, "
                           "cancellazione annullata!"
               END-IF
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               DISPLAY "Errore cancellazione riga ordine!"
           END-IF.

       STATO-ORDINE.
           DISPLAY " "
           DISPLAY "=== STATO ORDINE ==="
           
           DISPLAY "Numero ordine: " WITH NO ADVANCING
           ACCEPT WS-ORD-NUMERO
           
           EXEC SQL
               SELECT o.data_ordine, o.stato_ordine,
                      f.ragione_sociale, o.totale_ordine
               INTO :WS-ORD-DATA, :WS-ORD-STATO,
                    :WS-MOV-CAUSALE, :WS-ORD-TOTALE
               FROM ORDINI o
               JOIN FORNITORI f
                 ON o.codice_fornitore = f.codice_fornitore
               WHERE o.numero_ordine = :WS-ORD-NUMERO
           END-EXEC
           
           IF SQLCODE = 100
               DISPLAY "Ordine non trovato!"
               EXIT PARAGRAPH
           END-IF
           
           DISPLAY " "
           DISPLAY "Ordine: " WS-ORD-NUMERO
           DISPLAY "Data: " WS-ORD-DATA
           DISPLAY "Fornitore: " WS-MOV-CAUSALE
           MOVE WS-ORD-TOTALE TO WS-IMPORTO-EDIT
           DISPLAY "Totale: EUR " WS-IMPORTO-EDIT
           
           EVALUATE WS-ORD-STATO
               WHEN 'A'
                   DISPLAY "Stato: APERTO"
               WHEN 'C'
                   DISPLAY "Stato: CONFERMATO"
               WHEN 'P'
                   DISPLAY "Stato: PARZIALMENTE EVASO"
               WHEN 'E'
                   DISPLAY "Stato: EVASO"
           END-EVALUATE
           
           DISPLAY " "
           DISPLAY "Dettaglio righe:"
           DISPLAY " "
           
           EXEC SQL
               SELECT r.codice_articolo, a.descrizione,
                      r.quantita_ordinata, r.quantita_ricevuta,
                      r.importo_riga, r.stato_riga
               FROM RIGHE_ORDINE r
               JOIN ARTICOLI a ON r.codice_articolo = a.codice_articolo
               WHERE r.numero_ordine = :WS-ORD-NUMERO
               ORDER BY r.codice_articolo
           END-EXEC
           
           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH NEXT FROM RIGHE_ORDINE
                   INTO :WS-ART-CODICE, :WS-ART-DESCRIZIONE,
                        :WS-QTA-RICHIESTA, :WS-QTA-PRELEVATA,
                        :WS-MOV-VALORE, :WS-RISPOSTA
               END-EXEC
               
               IF SQLCODE = 0
                   DISPLAY WS-ART-CODICE " - " 
                           WS-ART-DESCRIZIONE(1:30)
                   
                   MOVE WS-QTA-RICHIESTA TO WS-QUANTITA-EDIT
                   DISPLAY "  Ordinata: " WS-QUANTITA-EDIT
                   
                   MOVE WS-QTA-PRELEVATA TO WS-QUANTITA-EDIT
                   STRING "  Ricevuta: " WS-QUANTITA-EDIT
                          DELIMITED BY SIZE INTO WS-MOV-CAUSALE
                   
                   EVALUATE WS-RISPOSTA
                       WHEN 'A'
                           STRING WS-MOV-CAUSALE(1:25) " (APERTA)"
                                  DELIMITED BY SIZE INTO WS-MOV-CAUSALE
                       WHEN 'P'
                           STRING WS-MOV-CAUSALE(1:25) " (PARZIALE)"
                                  DELIMITED BY SIZE INTO WS-MOV-CAUSALE
                       WHEN 'E'
                           STRING WS-MOV-CAUSALE(1:25) " (EVASA)"
                                  DELIMITED BY SIZE INTO WS-MOV-CAUSALE
                       WHEN 'C'
                           STRING WS-MOV-CAUSALE(1:25) " (CANCELLATA)"
                                  DELIMITED BY SIZE INTO WS-MOV-CAUSALE
                   END-EVALUATE
                   
                   DISPLAY WS-MOV-CAUSALE
                   DISPLAY " "
               END-IF
           END-PERFORM.

       GESTIONE-ORDINI-VENDITA.
           DISPLAY " "
           DISPLAY "=== GESTIONE ORDINI CLIENTI ==="
           DISPLAY " "
           DISPLAY "1. Nuovo ordine cliente"
           DISPLAY "2. Visualizza ordini clienti aperti"
           DISPLAY "3. Evadi ordine cliente (spedizione)"
           DISPLAY "4. Stato ordine cliente"
           DISPLAY "5. Sblocco amministrativo ordine oltre fido"
           DISPLAY "6. Nuova offerta cliente"
           DISPLAY "7. Conversione offerta in ordine"
           DISPLAY "8. Registra offerta persa"
           DISPLAY "9. Report hit rate offerte mensile"
           DISPLAY "10. Import ordini clienti da file EDI/CSV"
           DISPLAY "11. Codici articolo clienti"
           DISPLAY "12. Fido cliente"
           DISPLAY " "
           DISPLAY "Scelta: " WITH NO ADVANCING
           ACCEPT WS-SCELTA

           EVALUATE WS-SCELTA
               WHEN 1
                   PERFORM NUOVO-ORDINE-VENDITA
               WHEN 2
                   PERFORM VISUALIZZA-ORDINI-VENDITA-APERTI
               WHEN 3
                   PERFORM EVADI-ORDINE-VENDITA
               WHEN 4
                   PERFORM STATO-ORDINE-VENDITA
               WHEN 5
                   PERFORM CONTROLLA-RUOLO-CAPO
                   IF WS-ESITO = "OK"
                       PERFORM SBLOCCA-ORDINE-VENDITA
                   END-IF
               WHEN 6
                   PERFORM NUOVA-OFFERTA-VENDITA
               WHEN 7
                   PERFORM CONVERTI-OFFERTA-IN-ORDINE
               WHEN 8
                   PERFORM REGISTRA-OFFERTA-PERSA
               WHEN 9
                   PERFORM REPORT-HIT-RATE-OFFERTE
               WHEN 10
                   PERFORM IMPORTA-ORDINI-CLIENTI
               WHEN 11
                   PERFORM GESTIONE-CODICI-ARTICOLO-CLIENTE
               WHEN 12
                   PERFORM CONTROLLA-RUOLO-CAPO
                   IF WS-ESITO = "OK"
                       PERFORM MODIFICA-FIDO-CLIENTE
                   END-IF
               WHEN OTHER
                   DISPLAY "Scelta non valida!"
           END-EVALUATE.

       NUOVO-ORDINE-VENDITA.
           DISPLAY " "
           DISPLAY "=== NUOVO ORDINE CLIENTE ==="

           DISPLAY "Codice cliente: " WITH NO ADVANCING
           ACCEPT WS-OV-CLIENTE

      * Verifica cliente
           EXEC SQL
               SELECT ragione_sociale
               INTO :WS-MOV-CAUSALE
               FROM CLIENTI
               WHERE codice_cliente = :WS-OV-CLIENTE
               AND stato = 'A'
           END-EXEC

           IF SQLCODE = 100
               DISPLAY "Cliente non trovato o non attivo!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Cliente: " WS-MOV-CAUSALE

           PERFORM CREA-TESTATA-ORDINE-VENDITA

           IF WS-ESITO = "OK"
               DISPLAY "Ordine " WS-OV-NUMERO " creato!"
               DISPLAY " "
               PERFORM AGGIUNGI-RIGHE-ORDINE-VENDITA
           END-IF.

       CREA-TESTATA-ORDINE-VENDITA.
           MOVE "OK" TO WS-ESITO

      * Genera numero ordine (cliente in coda per garantire l'unicità)
           STRING "OV" FUNCTION CURRENT-DATE(1:4) "/"
                  FUNCTION CURRENT-DATE(6:2)
                  FUNCTION CURRENT-DATE(9:2)
                  FUNCTION CURRENT-DATE(12:6)
                  "-" WS-OV-CLIENTE
                  DELIMITED BY SIZE INTO WS-OV-NUMERO

           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-OV-DATA
           MOVE 'A' TO WS-OV-STATO
           MOVE ZERO TO WS-OV-TOTALE

           EXEC SQL
               INSERT INTO ORDINI_VENDITA
               (numero_ordine, data_ordine, codice_cliente,
                stato_ordine, totale_ordine, codice_agente)
               VALUES
               (:WS-OV-NUMERO, CURRENT_DATE, :WS-OV-CLIENTE,
                :WS-OV-STATO, :WS-OV-TOTALE,
                (SELECT codice_agente FROM CLIENTI
                 WHERE codice_cliente = :WS-OV-CLIENTE))
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Errore creazione ordine: " SQLCODE
               MOVE "KO" TO WS-ESITO
               MOVE SPACES TO WS-OV-NUMERO
           END-IF.

       AGGIUNGI-RIGHE-ORDINE-VENDITA.
           MOVE 'S' TO WS-CONTINUA

           PERFORM UNTIL WS-CONTINUA NOT = 'S' AND NOT = 's'
               DISPLAY "Codice articolo: " WITH NO ADVANCING
               ACCEPT WS-ART-CODICE

               PERFORM CARICA-ARTICOLO
               IF WS-ESITO = "OK"
                   DISPLAY "Articolo: " WS-ART-DESCRIZIONE(1:40)
                   MOVE WS-GIA-DISPONIBILE TO WS-QUANTITA-EDIT
                   DISPLAY "Disponibile: " WS-QUANTITA-EDIT
                           " " WS-ART-UM

                   DISPLAY "Quantità da ordinare: " WITH NO ADVANCING
                   ACCEPT WS-MOV-QUANTITA

                   IF WS-MOV-QUANTITA > 0
      * Disponibilita' promessa: controlla giacenza netta e
      * arrivi attesi e propone la data di evasione
                       PERFORM CALCOLA-DATA-PROMESSA

                       PERFORM ACQUISISCI-PREZZO-RIGA
                       PERFORM APPLICA-SCONTI-RIGA

                       MOVE SPACES TO WS-OV-DATA-RICHIESTA
                       PERFORM REGISTRA-RIGA-ORDINE-VENDITA

                       IF WS-ESITO = "OK"
                           DISPLAY "Riga ordine aggiunta!"

      * Controllo fido sull'esposizione aggiornata alla riga
                           PERFORM CONTROLLA-FIDO-ORDINE
                       END-IF
                   END-IF
               END-IF

               DISPLAY "Aggiungere un'altra riga? (S/N): "
                       WITH NO ADVANCING
               ACCEPT WS-CONTINUA
           END-PERFORM.

      * Registra la riga WS-ART-CODICE sull'ordine WS-OV-NUMERO con
      * quantita', prezzo netto, sconti, promessa ATP e data
      * richiesta dal cliente; impegna la giacenza e aggiorna il
      * totale dell'ordine. WS-ESITO torna "KO" in caso di errore.
       REGISTRA-RIGA-ORDINE-VENDITA.
           MOVE "OK" TO WS-ESITO

           COMPUTE WS-MOV-VALORE =
               WS-MOV-QUANTITA * WS-MOV-PREZZO

           EXEC SQL
               INSERT INTO RIGHE_ORDINE_VENDITA
               (numero_ordine, codice_articolo,
                quantita_ordinata, prezzo_unitario,
                importo_riga, stato_riga,
                origine_prezzo, data_promessa,
                prezzo_lordo, sconto_1, sconto_2,
                sconto_3, codice_promozione,
                data_richiesta)
               VALUES
               (:WS-OV-NUMERO, :WS-ART-CODICE,
                :WS-MOV-QUANTITA, :WS-MOV-PREZZO,
                :WS-MOV-VALORE, 'A',
                :WS-LIS-ORIGINE,
                NULLIF(:WS-ATP-DATA-PROMESSA, SPACES),
                :WS-SCO-LORDO, :WS-SCO-PERC-1,
                :WS-SCO-PERC-2, :WS-SCO-PERC-3,
                NULLIF(:WS-SCO-PROMOZIONE, SPACES),
                NULLIF(:WS-OV-DATA-RICHIESTA, SPACES))
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Errore aggiunta riga: " SQLCODE
               MOVE "KO" TO WS-ESITO
               EXIT PARAGRAPH
           END-IF

           ADD WS-MOV-VALORE TO WS-OV-TOTALE

      * Impegna la quantità ordinata sulla giacenza disponibile
           EXEC SQL
               UPDATE GIACENZE
               SET quantita_impegnata =
                   quantita_impegnata + :WS-MOV-QUANTITA
               WHERE codice_articolo = :WS-ART-CODICE
               AND codice_magazzino = :WS-MAGAZZINO-DEFAULT
           END-EXEC

           EXEC SQL
               UPDATE ORDINI_VENDITA
               SET totale_ordine = :WS-OV-TOTALE
               WHERE numero_ordine = :WS-OV-NUMERO
           END-EXEC.

      ******************************************************************
      * Import ordini clienti da file: EDIFACT ORDERS (un segmento
      * per riga) o CSV separato da punto e virgola con tracciato
      * cliente;riferimento ordine;codice articolo;quantita';
      * prezzo;data consegna richiesta (AAAA-MM-GG). Le righe con
      * # in prima colonna sono commenti. Per ogni ordine il codice
      * articolo del cliente e' ricondotto al nostro, il prezzo e'
      * verificato sul listino, la riga riceve la promessa ATP e a
      * fine ordine si controlla il fido. Scarti e righe sospette
      * finiscono nel report per l'ufficio vendite; al cliente
      * torna la risposta d'ordine (ORDRSP) nel formato ricevuto.
      ******************************************************************
       IMPORTA-ORDINI-CLIENTI.
           DISPLAY " "
           DISPLAY "=== IMPORT ORDINI CLIENTI DA FILE EDI/CSV ==="

           MOVE "ORDINI-CLIENTI.TXT" TO WS-NOME-FILE-OVI
           IF WS-MODO-BATCH NOT = 'S'
               DISPLAY "File ordini (invio = ORDINI-CLIENTI.TXT): "
                       WITH NO ADVANCING
               MOVE SPACES TO WS-OVI-NOME-DIGITATO
               ACCEPT WS-OVI-NOME-DIGITATO
               IF WS-OVI-NOME-DIGITATO NOT = SPACES
                   MOVE WS-OVI-NOME-DIGITATO TO WS-NOME-FILE-OVI
               END-IF
           END-IF

           OPEN INPUT OVI-FILE
           IF WS-OVI-FILE-STATUS NOT = "00"
               DISPLAY "File " WS-NOME-FILE-OVI(1:40)
                       " non trovato!"
               IF WS-MODO-BATCH = 'S'
                   MOVE 8 TO WS-BATCH-RC
               END-IF
               EXIT PARAGRAPH
           END-IF

           PERFORM GENERA-DATA-STAMP
           MOVE SPACES TO WS-NOME-FILE-OVI-SCARTI
           STRING "SCARTI-ORDINI-" WS-DATA-STAMP ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-OVI-SCARTI
           MOVE SPACES TO WS-NOME-FILE-ORDRSP
           STRING "ORDRSP-" WS-DATA-STAMP ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-ORDRSP

           INITIALIZE WS-OVI-CONTATORI
           MOVE 'N' TO WS-OVI-EOF
           MOVE 'N' TO WS-OVI-IN-ORDINE
           MOVE 'N' TO WS-OVI-RIGA-APERTA
           MOVE SPACE TO WS-OVI-FORMATO

           OPEN OUTPUT OVI-SCARTI-FILE
           OPEN OUTPUT ORDRSP-FILE

           WRITE OVI-SCARTI-RECORD FROM
               "IMPORT ORDINI CLIENTI - RIGHE RIFIUTATE E SOSPETTE"
           MOVE ALL "=" TO OVI-SCARTI-RECORD
           WRITE OVI-SCARTI-RECORD

           MOVE SPACES TO OVI-SCARTI-RECORD
           STRING "File: " WS-NOME-FILE-OVI(1:40)
                  "    Data import: " FUNCTION CURRENT-DATE(1:10)
                  DELIMITED BY SIZE INTO OVI-SCARTI-RECORD
           WRITE OVI-SCARTI-RECORD
           WRITE OVI-SCARTI-RECORD FROM SPACES

           WRITE OVI-SCARTI-RECORD FROM
               "ESITO      RIF. CLIENTE         ART. CLIENTE       " &
               "      QUANTITA' MOTIVO"
           MOVE ALL "-" TO OVI-SCARTI-RECORD
           WRITE OVI-SCARTI-RECORD

           PERFORM UNTIL WS-OVI-EOF = 'S'
               READ OVI-FILE
                   AT END
                       MOVE 'S' TO WS-OVI-EOF
                   NOT AT END
                       IF OVI-RECORD NOT = SPACES
                          AND OVI-RECORD(1:1) NOT = "#"
                           ADD 1 TO WS-CONTA-OVI-LETTE
                           IF WS-OVI-FORMATO = SPACE
                               IF OVI-RECORD(1:3) = "UNA" OR "UNB"
                                                    OR "UNH"
                                   MOVE 'E' TO WS-OVI-FORMATO
                               ELSE
                                   MOVE 'C' TO WS-OVI-FORMATO
                               END-IF
                           END-IF
                           IF WS-OVI-FORMATO = 'E'
                               PERFORM ANALIZZA-SEGMENTO-ORDERS
                           ELSE
                               PERFORM ANALIZZA-RIGA-CSV-ORDINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

      * File terminato senza chiusura del messaggio (o ultimo
      * ordine del CSV)
           IF WS-OVI-RIGA-APERTA = 'S'
               PERFORM CHIUDI-RIGA-EDI
           END-IF
           IF WS-OVI-IN-ORDINE = 'S'
               PERFORM CHIUDI-ORDINE-IMPORT
           END-IF

           CLOSE OVI-FILE
           CLOSE ORDRSP-FILE

           WRITE OVI-SCARTI-RECORD FROM SPACES
           MOVE ALL "-" TO OVI-SCARTI-RECORD
           WRITE OVI-SCARTI-RECORD

           MOVE SPACES TO OVI-SCARTI-RECORD
           MOVE WS-CONTA-OVI-ORDINI TO WS-NUMERO-EDIT
           STRING "Ordini letti:           " WS-NUMERO-EDIT
                  DELIMITED BY SIZE INTO OVI-SCARTI-RECORD
           WRITE OVI-SCARTI-RECORD

           MOVE SPACES TO OVI-SCARTI-RECORD
           MOVE WS-CONTA-OVI-CREATI TO WS-NUMERO-EDIT
           STRING "Ordini creati:          " WS-NUMERO-EDIT
                  DELIMITED BY SIZE INTO OVI-SCARTI-RECORD
           WRITE OVI-SCARTI-RECORD

           MOVE SPACES TO OVI-SCARTI-RECORD
           MOVE WS-CONTA-OVI-RIGHE TO WS-NUMERO-EDIT
           STRING "Righe registrate:       " WS-NUMERO-EDIT
                  DELIMITED BY SIZE INTO OVI-SCARTI-RECORD
           WRITE OVI-SCARTI-RECORD

           MOVE SPACES TO OVI-SCARTI-RECORD
           MOVE WS-CONTA-OVI-SOSPETTE TO WS-NUMERO-EDIT
           STRING "Righe sospette:         " WS-NUMERO-EDIT
                  DELIMITED BY SIZE INTO OVI-SCARTI-RECORD
           WRITE OVI-SCARTI-RECORD

           MOVE SPACES TO OVI-SCARTI-RECORD
           MOVE WS-CONTA-OVI-SCARTI TO WS-NUMERO-EDIT
           STRING "Righe rifiutate:        " WS-NUMERO-EDIT
                  DELIMITED BY SIZE INTO OVI-SCARTI-RECORD
           WRITE OVI-SCARTI-RECORD

           CLOSE OVI-SCARTI-FILE

           MOVE WS-CONTA-OVI-CREATI TO WS-NUMERO-EDIT
           DISPLAY "Ordini creati: " WS-NUMERO-EDIT
           MOVE WS-CONTA-OVI-RIGHE TO WS-NUMERO-EDIT
           DISPLAY "Righe registrate: " WS-NUMERO-EDIT
           MOVE WS-CONTA-OVI-SOSPETTE TO WS-NUMERO-EDIT
           DISPLAY "Righe sospette: " WS-NUMERO-EDIT
           MOVE WS-CONTA-OVI-SCARTI TO WS-NUMERO-EDIT
           DISPLAY "Righe rifiutate: " WS-NUMERO-EDIT
           DISPLAY "Report scarti in " WS-NOME-FILE-OVI-SCARTI
           DISPLAY "Risposte d'ordine in " WS-NOME-FILE-ORDRSP

           IF WS-MODO-BATCH = 'S'
              AND (WS-CONTA-OVI-SCARTI > 0
                   OR WS-CONTA-OVI-SOSPETTE > 0)
               MOVE 4 TO WS-BATCH-RC
           END-IF.

      * Riga CSV: la rottura su cliente e riferimento chiude
      * l'ordine precedente e ne apre uno nuovo
       ANALIZZA-RIGA-CSV-ORDINE.
           MOVE SPACES TO WS-OVI-CSV
           UNSTRING OVI-RECORD DELIMITED BY ";"
               INTO WS-OVI-CSV-CLIENTE WS-OVI-CSV-RIF
                    WS-OVI-CSV-ARTICOLO WS-OVI-CSV-QTA
                    WS-OVI-CSV-PREZZO WS-OVI-CSV-DATA
           END-UNSTRING

           IF WS-OVI-IN-ORDINE = 'S'
               IF WS-OVI-CSV-CLIENTE NOT = WS-OVI-CLIENTE-EDI
                  OR WS-OVI-CSV-RIF NOT = WS-OVI-RIFERIMENTO
                   PERFORM CHIUDI-ORDINE-IMPORT
               END-IF
           END-IF

           IF WS-OVI-IN-ORDINE NOT = 'S'
               PERFORM INIZIA-ORDINE-IMPORT
               MOVE WS-OVI-CSV-CLIENTE TO WS-OVI-CLIENTE-EDI
               MOVE WS-OVI-CSV-RIF TO WS-OVI-RIFERIMENTO
               PERFORM APRI-ORDINE-IMPORT
           END-IF

           MOVE WS-OVI-CSV-ARTICOLO TO WS-OVI-ART-CLIENTE
           MOVE "IN" TO WS-OVI-TIPO-CODICE
           MOVE WS-OVI-CSV-QTA TO WS-OVI-QTA-TESTO
           MOVE WS-OVI-CSV-PREZZO TO WS-OVI-PREZZO-TESTO
           MOVE WS-OVI-CSV-DATA TO WS-OV-DATA-RICHIESTA

           PERFORM ELABORA-RIGA-IMPORT.

      * Segmento EDIFACT del messaggio ORDERS: testata (BGM numero
      * ordine del cliente, NAD+BY acquirente, DTM+2 consegna
      * richiesta), righe (LIN, PIA, QTY+21, PRI, DTM+2) e
      * chiusura (UNS, UNT). La busta UNA/UNB/UNZ e gli altri
      * segmenti non servono all'import.
       ANALIZZA-SEGMENTO-ORDERS.
           MOVE SPACES TO WS-OVI-SEG-TESTO
           MOVE SPACES TO WS-OVI-SEGMENTO
           UNSTRING OVI-RECORD DELIMITED BY "'"
               INTO WS-OVI-SEG-TESTO
           END-UNSTRING
           UNSTRING WS-OVI-SEG-TESTO DELIMITED BY "+"
               INTO WS-OVI-SEG-TAG WS-OVI-SEG-E1 WS-OVI-SEG-E2
                    WS-OVI-SEG-E3 WS-OVI-SEG-E4
           END-UNSTRING

           EVALUATE WS-OVI-SEG-TAG
               WHEN "UNH"
                   IF WS-OVI-RIGA-APERTA = 'S'
                       PERFORM CHIUDI-RIGA-EDI
                   END-IF
                   IF WS-OVI-IN-ORDINE = 'S'
                       PERFORM CHIUDI-ORDINE-IMPORT
                   END-IF
                   PERFORM INIZIA-ORDINE-IMPORT
               WHEN "BGM"
                   MOVE WS-OVI-SEG-E2 TO WS-OVI-RIFERIMENTO
               WHEN "NAD"
                   IF WS-OVI-SEG-E1 = "BY"
                       PERFORM SEPARA-COMPONENTI-EDI
                       MOVE WS-OVI-COMP-1 TO WS-OVI-CLIENTE-EDI
                   END-IF
               WHEN "DTM"
                   MOVE WS-OVI-SEG-E1 TO WS-OVI-SEG-E2
                   PERFORM SEPARA-COMPONENTI-EDI
                   IF WS-OVI-COMP-1 = "2"
                      AND (WS-OVI-COMP-3 = "102" OR SPACES)
                       IF WS-OVI-RIGA-APERTA = 'S'
                           STRING WS-OVI-COMP-2(1:4) "-"
                                  WS-OVI-COMP-2(5:2) "-"
                                  WS-OVI-COMP-2(7:2)
                                  DELIMITED BY SIZE
                                  INTO WS-OV-DATA-RICHIESTA
                       ELSE
                           STRING WS-OVI-COMP-2(1:4) "-"
                                  WS-OVI-COMP-2(5:2) "-"
                                  WS-OVI-COMP-2(7:2)
                                  DELIMITED BY SIZE
                                  INTO WS-OVI-DATA-TESTATA
                       END-IF
                   END-IF
               WHEN "LIN"
                   IF WS-OVI-RIGA-APERTA = 'S'
                       PERFORM CHIUDI-RIGA-EDI
                   END-IF
                   MOVE WS-OVI-SEG-E3 TO WS-OVI-SEG-E2
                   PERFORM SEPARA-COMPONENTI-EDI
                   MOVE WS-OVI-COMP-1 TO WS-OVI-ART-CLIENTE
                   MOVE WS-OVI-COMP-2 TO WS-OVI-TIPO-CODICE
                   MOVE SPACES TO WS-OVI-QTA-TESTO
                   MOVE SPACES TO WS-OVI-PREZZO-TESTO
                   MOVE WS-OVI-DATA-TESTATA TO WS-OV-DATA-RICHIESTA
                   MOVE 'S' TO WS-OVI-RIGA-APERTA
      * Codice aggiuntivo: il nostro codice (SA) prevale sul
      * codice del cliente (IN), che prevale sull'EAN
               WHEN "PIA"
                   PERFORM SEPARA-COMPONENTI-EDI
                   IF WS-OVI-RIGA-APERTA = 'S'
                       IF WS-OVI-COMP-2 = "SA"
                          OR (WS-OVI-COMP-2 = "IN"
                              AND WS-OVI-TIPO-CODICE NOT = "SA")
                           MOVE WS-OVI-COMP-1 TO WS-OVI-ART-CLIENTE
                           MOVE WS-OVI-COMP-2 TO WS-OVI-TIPO-CODICE
                       END-IF
                   END-IF
               WHEN "QTY"
                   MOVE WS-OVI-SEG-E1 TO WS-OVI-SEG-E2
                   PERFORM SEPARA-COMPONENTI-EDI
                   IF WS-OVI-COMP-1 = "21"
                       MOVE WS-OVI-COMP-2 TO WS-OVI-QTA-TESTO
                   END-IF
      * Prezzo netto (AAA) o, in sua assenza, lordo (AAB)
               WHEN "PRI"
                   MOVE WS-OVI-SEG-E1 TO WS-OVI-SEG-E2
                   PERFORM SEPARA-COMPONENTI-EDI
                   IF WS-OVI-COMP-1 = "AAA"
                      OR (WS-OVI-COMP-1 = "AAB"
                          AND WS-OVI-PREZZO-TESTO = SPACES)
                       MOVE WS-OVI-COMP-2 TO WS-OVI-PREZZO-TESTO
                   END-IF
               WHEN "UNS"
                   IF WS-OVI-RIGA-APERTA = 'S'
                       PERFORM CHIUDI-RIGA-EDI
                   END-IF
               WHEN "UNT"
                   IF WS-OVI-RIGA-APERTA = 'S'
                       PERFORM CHIUDI-RIGA-EDI
                   END-IF
                   IF WS-OVI-IN-ORDINE = 'S'
                       PERFORM CHIUDI-ORDINE-IMPORT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Componenti (separati da ':') dell'elemento in WS-OVI-SEG-E2
       SEPARA-COMPONENTI-EDI.
           MOVE SPACES TO WS-OVI-COMPONENTI
           UNSTRING WS-OVI-SEG-E2 DELIMITED BY ":"
               INTO WS-OVI-COMP-1 WS-OVI-COMP-2 WS-OVI-COMP-3
           END-UNSTRING.

      * Fine della riga EDI corrente: la testata e' verificata al
      * primo articolo, quando acquirente e riferimento sono noti
       CHIUDI-RIGA-EDI.
           MOVE 'N' TO WS-OVI-RIGA-APERTA
           IF WS-OVI-IN-ORDINE NOT = 'S'
               PERFORM INIZIA-ORDINE-IMPORT
           END-IF
           IF WS-OVI-ORDINE-OK = SPACE
               PERFORM APRI-ORDINE-IMPORT
           END-IF
           PERFORM ELABORA-RIGA-IMPORT.

       INIZIA-ORDINE-IMPORT.
           MOVE 'S' TO WS-OVI-IN-ORDINE
           MOVE SPACE TO WS-OVI-ORDINE-OK
           MOVE 'N' TO WS-OVI-CREATO
           MOVE SPACES TO WS-OVI-CLIENTE
           MOVE SPACES TO WS-OVI-CLIENTE-EDI
           MOVE SPACES TO WS-OVI-RIFERIMENTO
           MOVE SPACES TO WS-OVI-DATA-TESTATA
           MOVE SPACES TO WS-OVI-MOTIVO-ORD
           MOVE SPACES TO WS-OV-NUMERO
           MOVE ZERO TO WS-OV-TOTALE
           MOVE ZERO TO WS-OVI-NUM-RIGHE
           INITIALIZE WS-OVI-RIGHE
           ADD 1 TO WS-CONTA-OVI-ORDINI.

      * Verifica della testata: cliente attivo (per codice nostro o
      * codice EDI dell'acquirente), riferimento presente e non gia'
      * importato. Un ordine rifiutato fa rifiutare tutte le righe.
       APRI-ORDINE-IMPORT.
           MOVE 'S' TO WS-OVI-ORDINE-OK
           MOVE SPACES TO WS-OVI-CLIENTE

           EXEC SQL
               SELECT codice_cliente
               INTO :WS-OVI-CLIENTE
               FROM CLIENTI
               WHERE (codice_cliente = :WS-OVI-CLIENTE-EDI
                      OR codice_edi = :WS-OVI-CLIENTE-EDI)
               AND stato = 'A'
               ORDER BY CASE WHEN codice_cliente =
                                  :WS-OVI-CLIENTE-EDI
                             THEN 0 ELSE 1 END
               LIMIT 1
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-OVI-CLIENTE-EDI = SPACES
               MOVE 'N' TO WS-OVI-ORDINE-OK
               MOVE "Cliente sconosciuto o non attivo"
                   TO WS-OVI-MOTIVO-ORD
           END-IF

           IF WS-OVI-ORDINE-OK = 'S' AND WS-OVI-RIFERIMENTO = SPACES
               MOVE 'N' TO WS-OVI-ORDINE-OK
               MOVE "Riferimento ordine cliente mancante"
                   TO WS-OVI-MOTIVO-ORD
           END-IF

           IF WS-OVI-ORDINE-OK = 'S'
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-OVI-PRESENTI
                   FROM ORDINI_VENDITA
                   WHERE codice_cliente = :WS-OVI-CLIENTE
                   AND riferimento_cliente = :WS-OVI-RIFERIMENTO
               END-EXEC
               IF WS-OVI-PRESENTI > 0
                   MOVE 'N' TO WS-OVI-ORDINE-OK
                   MOVE "Ordine cliente gia' importato"
                       TO WS-OVI-MOTIVO-ORD
               END-IF
           END-IF

           MOVE WS-OVI-CLIENTE TO WS-OV-CLIENTE

           IF WS-OVI-ORDINE-OK = 'N'
               MOVE SPACES TO OVI-SCARTI-RECORD
               STRING "ORDINE RIFIUTATO: acquirente "
                      WS-OVI-CLIENTE-EDI(1:20)
                      " rif. " WS-OVI-RIFERIMENTO(1:20)
                      " - " WS-OVI-MOTIVO-ORD
                      DELIMITED BY SIZE INTO OVI-SCARTI-RECORD
               WRITE OVI-SCARTI-RECORD
           END-IF.

      ******************************************************************
      * Riga d'ordine importata: validazione, prezzo, promessa e
      * registrazione; l'esito finisce nella tabella della risposta
      * al cliente e, se rifiutata o sospetta, nel report scarti.
      ******************************************************************
       ELABORA-RIGA-IMPORT.
           MOVE 'A' TO WS-OVI-ESITO-RIGA
           MOVE SPACES TO WS-OVI-MOTIVO
           MOVE SPACES TO WS-ART-CODICE
           MOVE SPACES TO WS-ATP-DATA-PROMESSA
           MOVE ZERO TO WS-MOV-PREZZO
           MOVE ZERO TO WS-OVI-DIFF-PREZZO
           MOVE ZERO TO WS-OVI-QUANTITA
           MOVE ZERO TO WS-OVI-PREZZO-CLI

           IF WS-OVI-QTA-TESTO NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-OVI-QTA-TESTO)
                   TO WS-OVI-QUANTITA
           END-IF
           IF WS-OVI-PREZZO-TESTO NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-OVI-PREZZO-TESTO)
                   TO WS-OVI-PREZZO-CLI
           END-IF

           EVALUATE TRUE
               WHEN WS-OVI-ORDINE-OK NOT = 'S'
                   MOVE 'R' TO WS-OVI-ESITO-RIGA
                   MOVE WS-OVI-MOTIVO-ORD TO WS-OVI-MOTIVO
               WHEN WS-OVI-QUANTITA NOT > 0
                   MOVE 'R' TO WS-OVI-ESITO-RIGA
                   MOVE "Quantita' mancante o non valida"
                       TO WS-OVI-MOTIVO
               WHEN OTHER
                   PERFORM DECODIFICA-ARTICOLO-CLIENTE
                   IF WS-ART-CODICE = SPACES
                       MOVE 'R' TO WS-OVI-ESITO-RIGA
                       MOVE "Codice articolo del cliente non codificato"
                           TO WS-OVI-MOTIVO
                   ELSE
                       PERFORM CARICA-ARTICOLO
                       IF WS-ESITO NOT = "OK"
                           MOVE 'R' TO WS-OVI-ESITO-RIGA
                           MOVE "Articolo inesistente o non attivo"
                               TO WS-OVI-MOTIVO
                       ELSE
                           PERFORM VALIDA-RIGA-IMPORT
                       END-IF
                   END-IF
           END-EVALUATE

           IF WS-OVI-ESITO-RIGA NOT = 'R'
               PERFORM REGISTRA-RIGA-IMPORT
           END-IF

           PERFORM ACCODA-RISPOSTA-RIGA

           IF WS-OVI-ESITO-RIGA NOT = 'A'
               PERFORM SCRIVI-SCARTO-RIGA
           END-IF.

      * Codice articolo del cliente: codifica dedicata per il
      * cliente, altrimenti il codice e' gia' il nostro
       DECODIFICA-ARTICOLO-CLIENTE.
           MOVE SPACES TO WS-ART-CODICE

           IF WS-OVI-TIPO-CODICE = "SA"
               MOVE WS-OVI-ART-CLIENTE TO WS-ART-CODICE
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               SELECT codice_articolo
               INTO :WS-ART-CODICE
               FROM CODICI_ARTICOLO_CLIENTE
               WHERE codice_cliente = :WS-OVI-CLIENTE
               AND codice_articolo_cliente = :WS-OVI-ART-CLIENTE
           END-EXEC

           IF SQLCODE NOT = 0
               EXEC SQL
                   SELECT codice_articolo
                   INTO :WS-ART-CODICE
                   FROM ARTICOLI
                   WHERE codice_articolo = :WS-OVI-ART-CLIENTE
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE SPACES TO WS-ART-CODICE
               END-IF
           END-IF.

      * Articolo ripetuto, prezzo di listino con sconti contro il
      * prezzo del cliente, promessa ATP contro la data richiesta.
      * La riga resta al nostro prezzo: le differenze la rendono
      * sospetta (accettata con modifiche) per l'ufficio vendite.
       VALIDA-RIGA-IMPORT.
           PERFORM VARYING WS-OVI-IDX FROM 1 BY 1
                   UNTIL WS-OVI-IDX > WS-OVI-NUM-RIGHE
               IF WS-OVR-ARTICOLO(WS-OVI-IDX) = WS-ART-CODICE
                  AND WS-OVR-ESITO(WS-OVI-IDX) NOT = 'R'
                   MOVE 'R' TO WS-OVI-ESITO-RIGA
                   MOVE "Articolo ripetuto nello stesso ordine"
                       TO WS-OVI-MOTIVO
               END-IF
           END-PERFORM

           IF WS-OVI-ESITO-RIGA = 'R'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-OVI-QUANTITA TO WS-MOV-QUANTITA

           PERFORM CERCA-PREZZO-LISTINO
           IF WS-LIS-ORIGINE = 'M'
               MOVE 'R' TO WS-OVI-ESITO-RIGA
               MOVE "Articolo senza prezzo di listino in vigore"
                   TO WS-OVI-MOTIVO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LIS-PREZZO TO WS-MOV-PREZZO
           PERFORM APPLICA-SCONTI-RIGA

           PERFORM CALCOLA-DATA-PROMESSA
           EVALUATE TRUE
               WHEN WS-ATP-COPERTA = 'N'
                   MOVE 'M' TO WS-OVI-ESITO-RIGA
                   MOVE "Quantita' non coperta: data da confermare"
                       TO WS-OVI-MOTIVO
               WHEN WS-OV-DATA-RICHIESTA NOT = SPACES
                AND WS-ATP-DATA-PROMESSA > WS-OV-DATA-RICHIESTA
                   MOVE 'M' TO WS-OVI-ESITO-RIGA
                   MOVE "Data richiesta non garantita"
                       TO WS-OVI-MOTIVO
           END-EVALUATE

           IF WS-OVI-PREZZO-CLI > 0
               COMPUTE WS-OVI-DIFF-PREZZO =
                   WS-OVI-PREZZO-CLI - WS-MOV-PREZZO
               IF WS-OVI-DIFF-PREZZO > 0.01
                  OR WS-OVI-DIFF-PREZZO < -0.01
                   MOVE 'M' TO WS-OVI-ESITO-RIGA
                   IF WS-OVI-MOTIVO = SPACES
                       MOVE "Prezzo del cliente diverso dal listino"
                           TO WS-OVI-MOTIVO
                   END-IF
               ELSE
                   MOVE ZERO TO WS-OVI-DIFF-PREZZO
               END-IF
           END-IF.

      * Registrazione della riga: la testata dell'ordine nasce con
      * la prima riga valida, cosi' un ordine tutto scartato non
      * lascia traccia in ORDINI_VENDITA
       REGISTRA-RIGA-IMPORT.
           IF WS-OVI-CREATO NOT = 'S'
               PERFORM CREA-TESTATA-ORDINE-VENDITA
               IF WS-ESITO NOT = "OK"
                   MOVE 'N' TO WS-OVI-ORDINE-OK
                   MOVE "Errore creazione ordine"
                       TO WS-OVI-MOTIVO-ORD
                   MOVE 'R' TO WS-OVI-ESITO-RIGA
                   MOVE WS-OVI-MOTIVO-ORD TO WS-OVI-MOTIVO
                   EXIT PARAGRAPH
               END-IF

               EXEC SQL
                   UPDATE ORDINI_VENDITA
                   SET riferimento_cliente = :WS-OVI-RIFERIMENTO
                   WHERE numero_ordine = :WS-OV-NUMERO
               END-EXEC

               MOVE 'S' TO WS-OVI-CREATO
               ADD 1 TO WS-CONTA-OVI-CREATI
           END-IF

           PERFORM REGISTRA-RIGA-ORDINE-VENDITA

           IF WS-ESITO = "OK"
               ADD 1 TO WS-CONTA-OVI-RIGHE
           ELSE
               MOVE 'R' TO WS-OVI-ESITO-RIGA
               MOVE "Errore registrazione riga" TO WS-OVI-MOTIVO
           END-IF.

       ACCODA-RISPOSTA-RIGA.
           EVALUATE WS-OVI-ESITO-RIGA
               WHEN 'R'
                   ADD 1 TO WS-CONTA-OVI-SCARTI
               WHEN 'M'
                   ADD 1 TO WS-CONTA-OVI-SOSPETTE
           END-EVALUATE

           IF WS-OVI-NUM-RIGHE >= 200
               DISPLAY "Ordine " WS-OVI-RIFERIMENTO(1:20)
                       " oltre 200 righe: risposta incompleta!"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-OVI-NUM-RIGHE
           MOVE WS-OVI-NUM-RIGHE TO WS-OVI-IDX
           MOVE WS-OVI-ART-CLIENTE TO WS-OVR-ART-CLIENTE(WS-OVI-IDX)
           MOVE WS-OVI-TIPO-CODICE TO WS-OVR-TIPO-CODICE(WS-OVI-IDX)
           MOVE WS-ART-CODICE TO WS-OVR-ARTICOLO(WS-OVI-IDX)
           MOVE WS-OVI-QUANTITA TO WS-OVR-QTA-ORDINATA(WS-OVI-IDX)
           MOVE WS-OVI-ESITO-RIGA TO WS-OVR-ESITO(WS-OVI-IDX)
           MOVE WS-OVI-MOTIVO TO WS-OVR-MOTIVO(WS-OVI-IDX)

           IF WS-OVI-ESITO-RIGA = 'R'
               MOVE ZERO TO WS-OVR-QTA-CONFERMATA(WS-OVI-IDX)
               MOVE ZERO TO WS-OVR-PREZZO(WS-OVI-IDX)
               MOVE SPACES TO WS-OVR-DATA(WS-OVI-IDX)
           ELSE
               MOVE WS-OVI-QUANTITA
                   TO WS-OVR-QTA-CONFERMATA(WS-OVI-IDX)
               MOVE WS-MOV-PREZZO TO WS-OVR-PREZZO(WS-OVI-IDX)
               MOVE WS-ATP-DATA-PROMESSA TO WS-OVR-DATA(WS-OVI-IDX)
           END-IF.

       SCRIVI-SCARTO-RIGA.
           MOVE SPACES TO OVI-SCARTI-RECORD
           IF WS-OVI-ESITO-RIGA = 'R'
               MOVE "RIFIUTATA" TO OVI-SCARTI-RECORD(1:10)
           ELSE
               MOVE "SOSPETTA" TO OVI-SCARTI-RECORD(1:10)
           END-IF
           MOVE WS-OVI-QUANTITA TO WS-QUANTITA-EDIT
           STRING OVI-SCARTI-RECORD(1:11)
                  WS-OVI-RIFERIMENTO(1:20) " "
                  WS-OVI-ART-CLIENTE(1:20) " "
                  WS-QUANTITA-EDIT " "
                  WS-OVI-MOTIVO
                  DELIMITED BY SIZE INTO OVI-SCARTI-RECORD
           WRITE OVI-SCARTI-RECORD

           IF WS-OVI-DIFF-PREZZO NOT = 0
               MOVE SPACES TO OVI-SCARTI-RECORD
               MOVE WS-OVI-PREZZO-CLI TO WS-IMPORTO-EDIT
               STRING "           Prezzo cliente EUR " WS-IMPORTO-EDIT
                      DELIMITED BY SIZE INTO OVI-SCARTI-RECORD
               MOVE WS-MOV-PREZZO TO WS-IMPORTO-EDIT
               STRING OVI-SCARTI-RECORD(1:44)
                      "  listino netto EUR " WS-IMPORTO-EDIT
                      DELIMITED BY SIZE INTO OVI-SCARTI-RECORD
               WRITE OVI-SCARTI-RECORD
           END-IF

           IF WS-OVI-ESITO-RIGA = 'M'
               MOVE SPACES TO OVI-SCARTI-RECORD
               STRING "           Registrata su ordine " WS-OV-NUMERO
                      " articolo " WS-ART-CODICE
                      " promessa " WS-ATP-DATA-PROMESSA
                      DELIMITED BY SIZE INTO OVI-SCARTI-RECORD
               WRITE OVI-SCARTI-RECORD
           END-IF.

      * Fine ordine: controllo fido sull'ordine creato e risposta
      * al cliente
       CHIUDI-ORDINE-IMPORT.
           IF WS-OVI-ORDINE-OK = SPACE
               PERFORM APRI-ORDINE-IMPORT
           END-IF

           IF WS-OVI-CREATO = 'S'
               PERFORM CONTROLLA-FIDO-ORDINE
               IF WS-FIDO-SUPERATO = 'S'
                   MOVE SPACES TO OVI-SCARTI-RECORD
                   MOVE WS-FIDO-ESPOSIZIONE TO WS-IMPORTO-EDIT
                   STRING "ORDINE " WS-OV-NUMERO
                          " BLOCCATO PER FIDO: esposizione EUR "
                          WS-IMPORTO-EDIT
                          DELIMITED BY SIZE INTO OVI-SCARTI-RECORD
                   WRITE OVI-SCARTI-RECORD
               END-IF
               DISPLAY "Ordine " WS-OV-NUMERO " importato (rif. "
                       WS-OVI-RIFERIMENTO(1:20) ")"
           END-IF

           IF WS-OVI-FORMATO = 'E'
               PERFORM SCRIVI-ORDRSP-EDI
           ELSE
               PERFORM SCRIVI-ORDRSP-CSV
           END-IF

           MOVE 'N' TO WS-OVI-IN-ORDINE.

      ******************************************************************
      * Risposta d'ordine EDIFACT ORDRSP, un segmento per riga:
      * testata accettata (29), modificata (4) o rifiutata (27) e
      * per ogni riga esito (5 accettata, 3 modificata, 7 rifiutata)
      * con quantita' e data confermate. La busta di interscambio
      * UNB/UNZ e' a cura del traduttore EDI.
      ******************************************************************
       SCRIVI-ORDRSP-EDI.
           MOVE ZERO TO WS-OVI-N-ACC
           MOVE ZERO TO WS-OVI-N-MOD
           MOVE ZERO TO WS-OVI-N-RIF
           PERFORM VARYING WS-OVI-IDX FROM 1 BY 1
                   UNTIL WS-OVI-IDX > WS-OVI-NUM-RIGHE
               EVALUATE WS-OVR-ESITO(WS-OVI-IDX)
                   WHEN 'A'
                       ADD 1 TO WS-OVI-N-ACC
                   WHEN 'M'
                       ADD 1 TO WS-OVI-N-MOD
                   WHEN OTHER
                       ADD 1 TO WS-OVI-N-RIF
               END-EVALUATE
           END-PERFORM

           MOVE ZERO TO WS-CONTA-OVI-SEGMENTI

           MOVE SPACES TO ORDRSP-RECORD
           STRING "UNH+" WS-CONTA-OVI-ORDINI "+ORDRSP:D:96A:UN'"
                  DELIMITED BY SIZE INTO ORDRSP-RECORD
           PERFORM SCRIVI-SEGMENTO-ORDRSP

           MOVE SPACES TO ORDRSP-RECORD
           IF WS-OVI-CREATO = 'S'
               STRING "BGM+231+" WS-OV-NUMERO DELIMITED BY SPACE
                      INTO ORDRSP-RECORD
           ELSE
               STRING "BGM+231+" WS-OVI-RIFERIMENTO DELIMITED BY SPACE
                      INTO ORDRSP-RECORD
           END-IF
           EVALUATE TRUE
               WHEN WS-OVI-N-ACC = 0 AND WS-OVI-N-MOD = 0
                   STRING ORDRSP-RECORD DELIMITED BY SPACE
                          "+27'" DELIMITED BY SIZE INTO ORDRSP-RECORD
               WHEN WS-OVI-N-MOD = 0 AND WS-OVI-N-RIF = 0
                   STRING ORDRSP-RECORD DELIMITED BY SPACE
                          "+29'" DELIMITED BY SIZE INTO ORDRSP-RECORD
               WHEN OTHER
                   STRING ORDRSP-RECORD DELIMITED BY SPACE
                          "+4'" DELIMITED BY SIZE INTO ORDRSP-RECORD
           END-EVALUATE
           PERFORM SCRIVI-SEGMENTO-ORDRSP

           MOVE SPACES TO ORDRSP-RECORD
           STRING "DTM+137:" FUNCTION CURRENT-DATE(1:8) ":102'"
                  DELIMITED BY SIZE INTO ORDRSP-RECORD
           PERFORM SCRIVI-SEGMENTO-ORDRSP

           MOVE SPACES TO ORDRSP-RECORD
           STRING "RFF+ON:" WS-OVI-RIFERIMENTO DELIMITED BY SPACE
                  "'" DELIMITED BY SIZE INTO ORDRSP-RECORD
           PERFORM SCRIVI-SEGMENTO-ORDRSP

           MOVE SPACES TO ORDRSP-RECORD
           STRING "NAD+BY+" WS-OVI-CLIENTE-EDI DELIMITED BY SPACE
                  "::9'" DELIMITED BY SIZE INTO ORDRSP-RECORD
           PERFORM SCRIVI-SEGMENTO-ORDRSP

           PERFORM VARYING WS-OVI-IDX FROM 1 BY 1
                   UNTIL WS-OVI-IDX > WS-OVI-NUM-RIGHE
               PERFORM SCRIVI-RIGA-ORDRSP-EDI
           END-PERFORM

           MOVE SPACES TO ORDRSP-RECORD
           MOVE "UNS+S'" TO ORDRSP-RECORD
           PERFORM SCRIVI-SEGMENTO-ORDRSP

           ADD 1 TO WS-CONTA-OVI-SEGMENTI
           MOVE SPACES TO ORDRSP-RECORD
           STRING "UNT+" WS-CONTA-OVI-SEGMENTI "+"
                  WS-CONTA-OVI-ORDINI "'"
                  DELIMITED BY SIZE INTO ORDRSP-RECORD
           WRITE ORDRSP-RECORD.

       SCRIVI-RIGA-ORDRSP-EDI.
           MOVE SPACES TO ORDRSP-RECORD
           EVALUATE WS-OVR-ESITO(WS-OVI-IDX)
               WHEN 'A'
                   STRING "LIN+" WS-OVI-IDX "+5+"
                          DELIMITED BY SIZE INTO ORDRSP-RECORD
               WHEN 'M'
                   STRING "LIN+" WS-OVI-IDX "+3+"
                          DELIMITED BY SIZE INTO ORDRSP-RECORD
               WHEN OTHER
                   STRING "LIN+" WS-OVI-IDX "+7+"
                          DELIMITED BY SIZE INTO ORDRSP-RECORD
           END-EVALUATE
           IF WS-OVR-TIPO-CODICE(WS-OVI-IDX) = SPACES
               MOVE "IN" TO WS-OVR-TIPO-CODICE(WS-OVI-IDX)
           END-IF
           STRING ORDRSP-RECORD DELIMITED BY SPACE
                  WS-OVR-ART-CLIENTE(WS-OVI-IDX) DELIMITED BY SPACE
                  ":" DELIMITED BY SIZE
                  WS-OVR-TIPO-CODICE(WS-OVI-IDX) DELIMITED BY SPACE
                  "'" DELIMITED BY SIZE
                  INTO ORDRSP-RECORD
           PERFORM SCRIVI-SEGMENTO-ORDRSP

           MOVE SPACES TO ORDRSP-RECORD
           MOVE WS-OVR-QTA-ORDINATA(WS-OVI-IDX) TO WS-OVI-QTA-EDI
           STRING "QTY+21:" WS-OVI-QTA-EDI "'"
                  DELIMITED BY SIZE INTO ORDRSP-RECORD
           PERFORM SCRIVI-SEGMENTO-ORDRSP

           MOVE SPACES TO ORDRSP-RECORD
           MOVE WS-OVR-QTA-CONFERMATA(WS-OVI-IDX) TO WS-OVI-QTA-EDI
           STRING "QTY+113:" WS-OVI-QTA-EDI "'"
                  DELIMITED BY SIZE INTO ORDRSP-RECORD
           PERFORM SCRIVI-SEGMENTO-ORDRSP

           IF WS-OVR-DATA(WS-OVI-IDX) NOT = SPACES
               STRING WS-OVR-DATA(WS-OVI-IDX)(1:4)
                      WS-OVR-DATA(WS-OVI-IDX)(6:2)
                      WS-OVR-DATA(WS-OVI-IDX)(9:2)
                      DELIMITED BY SIZE INTO WS-OVI-DATA-EDI
               MOVE SPACES TO ORDRSP-RECORD
               STRING "DTM+2:" WS-OVI-DATA-EDI ":102'"
                      DELIMITED BY SIZE INTO ORDRSP-RECORD
               PERFORM SCRIVI-SEGMENTO-ORDRSP
           END-IF

           IF WS-OVR-ESITO(WS-OVI-IDX) NOT = 'R'
               MOVE SPACES TO ORDRSP-RECORD
               MOVE WS-OVR-PREZZO(WS-OVI-IDX) TO WS-OVI-PREZZO-EDI
               STRING "PRI+AAA:" WS-OVI-PREZZO-EDI "'"
                      DELIMITED BY SIZE INTO ORDRSP-RECORD
               PERFORM SCRIVI-SEGMENTO-ORDRSP
           END-IF

      * Motivo in chiaro: apostrofo, '+' e ':' sono separatori
      * EDIFACT e vanno tolti dal testo libero
           IF WS-OVR-MOTIVO(WS-OVI-IDX) NOT = SPACES
               MOVE WS-OVR-MOTIVO(WS-OVI-IDX) TO WS-OVI-FTX
               INSPECT WS-OVI-FTX REPLACING ALL "'" BY SPACE
                                            ALL "+" BY SPACE
                                            ALL ":" BY SPACE
               MOVE SPACES TO ORDRSP-RECORD
               STRING "FTX+AAO+++" WS-OVI-FTX DELIMITED BY "  "
                      "'" DELIMITED BY SIZE INTO ORDRSP-RECORD
               PERFORM SCRIVI-SEGMENTO-ORDRSP
           END-IF.

       SCRIVI-SEGMENTO-ORDRSP.
           WRITE ORDRSP-RECORD
           ADD 1 TO WS-CONTA-OVI-SEGMENTI.

      * Risposta d'ordine CSV, una riga per riga d'ordine:
      * riferimento;nostro ordine;articolo cliente;nostro articolo;
      * quantita' ordinata;quantita' confermata;data confermata;
      * prezzo;esito;motivo
       SCRIVI-ORDRSP-CSV.
           PERFORM VARYING WS-OVI-IDX FROM 1 BY 1
                   UNTIL WS-OVI-IDX > WS-OVI-NUM-RIGHE
               EVALUATE WS-OVR-ESITO(WS-OVI-IDX)
                   WHEN 'A'
                       MOVE "ACCETTATA" TO WS-OVI-ESITO-TESTO
                   WHEN 'M'
                       MOVE "MODIFICATA" TO WS-OVI-ESITO-TESTO
                   WHEN OTHER
                       MOVE "RIFIUTATA" TO WS-OVI-ESITO-TESTO
               END-EVALUATE
               MOVE WS-OVR-QTA-ORDINATA(WS-OVI-IDX) TO WS-OVI-QTA-EDI
               MOVE WS-OVR-PREZZO(WS-OVI-IDX) TO WS-OVI-PREZZO-EDI

               MOVE SPACES TO ORDRSP-RECORD
               STRING WS-OVI-RIFERIMENTO DELIMITED BY SPACE
                      ";" DELIMITED BY SIZE
                      WS-OV-NUMERO DELIMITED BY SPACE
                      ";" DELIMITED BY SIZE
                      WS-OVR-ART-CLIENTE(WS-OVI-IDX)
                          DELIMITED BY SPACE
                      ";" DELIMITED BY SIZE
                      WS-OVR-ARTICOLO(WS-OVI-IDX) DELIMITED BY SPACE
                      ";" WS-OVI-QTA-EDI ";" DELIMITED BY SIZE
                      INTO ORDRSP-RECORD
               MOVE WS-OVR-QTA-CONFERMATA(WS-OVI-IDX)
                   TO WS-OVI-QTA-EDI
               STRING ORDRSP-RECORD DELIMITED BY SPACE
                      WS-OVI-QTA-EDI ";" DELIMITED BY SIZE
                      WS-OVR-DATA(WS-OVI-IDX) DELIMITED BY SPACE
                      ";" WS-OVI-PREZZO-EDI ";" DELIMITED BY SIZE
                      WS-OVI-ESITO-TESTO DELIMITED BY SPACE
                      ";" DELIMITED BY SIZE
                      WS-OVR-MOTIVO(WS-OVI-IDX) DELIMITED BY "  "
                      INTO ORDRSP-RECORD
               WRITE ORDRSP-RECORD
           END-PERFORM.

      ******************************************************************
      * Codifica degli articoli dei clienti: il codice con cui il
      * cliente ordina un nostro articolo, usato dall'import ordini
      ******************************************************************
       GESTIONE-CODICI-ARTICOLO-CLIENTE.
           DISPLAY " "
           DISPLAY "=== CODICI ARTICOLO CLIENTE ==="
           DISPLAY "1. Inserisci / modifica codifica"
           DISPLAY "2. Visualizza codifiche di un cliente"
           DISPLAY "Scelta: " WITH NO ADVANCING
           ACCEPT WS-SCELTA

           EVALUATE WS-SCELTA
               WHEN 1
                   PERFORM INSERISCI-CODICE-ARTICOLO-CLI
               WHEN 2
                   PERFORM VISUALIZZA-CODICI-ARTICOLO-CLI
               WHEN OTHER
                   DISPLAY "Scelta non valida!"
           END-EVALUATE.

       INSERISCI-CODICE-ARTICOLO-CLI.
           DISPLAY "Codice cliente: " WITH NO ADVANCING
           ACCEPT WS-OVI-CLIENTE

           EXEC SQL
               SELECT ragione_sociale
               INTO :WS-MOV-CAUSALE
               FROM CLIENTI
               WHERE codice_cliente = :WS-OVI-CLIENTE
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Cliente non trovato!"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Cliente: " WS-MOV-CAUSALE

           DISPLAY "Codice articolo del cliente: " WITH NO ADVANCING
           MOVE SPACES TO WS-OVI-ART-CLIENTE
           ACCEPT WS-OVI-ART-CLIENTE
           IF WS-OVI-ART-CLIENTE = SPACES
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Nostro codice articolo: " WITH NO ADVANCING
           ACCEPT WS-ART-CODICE
           PERFORM CARICA-ARTICOLO
           IF WS-ESITO NOT = "OK"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Articolo: " WS-ART-DESCRIZIONE(1:40)

           EXEC SQL
               UPDATE CODICI_ARTICOLO_CLIENTE
               SET codice_articolo = :WS-ART-CODICE
               WHERE codice_cliente = :WS-OVI-CLIENTE
               AND codice_articolo_cliente = :WS-OVI-ART-CLIENTE
           END-EXEC

           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO CODICI_ARTICOLO_CLIENTE
                   (codice_cliente, codice_articolo_cliente,
                    codice_articolo)
                   VALUES
                   (:WS-OVI-CLIENTE, :WS-OVI-ART-CLIENTE,
                    :WS-ART-CODICE)
               END-EXEC
           END-IF

           IF SQLCODE = 0
               DISPLAY "Codifica registrata!"
           ELSE
               DISPLAY "Errore registrazione codifica: " SQLCODE
           END-IF.

       VISUALIZZA-CODICI-ARTICOLO-CLI.
           DISPLAY "Codice cliente: " WITH NO ADVANCING
           ACCEPT WS-OVI-CLIENTE

           DISPLAY " "
           DISPLAY "CODICE CLIENTE                     ARTICOLO   "
                   "DESCRIZIONE"
           DISPLAY "-----------------------------------------------"
                   "-----------------------------"

           MOVE ZERO TO WS-OVI-NUM-RIGHE

           EXEC SQL
               OPEN CUR-CODICI-ARTICOLO-CLI
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-CODICI-ARTICOLO-CLI
                   INTO :WS-OVI-ART-CLIENTE, :WS-ART-CODICE,
                        :WS-ART-DESCRIZIONE
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-OVI-NUM-RIGHE
                   DISPLAY WS-OVI-ART-CLIENTE " " WS-ART-CODICE " "
                           WS-ART-DESCRIZIONE(1:30)
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-CODICI-ARTICOLO-CLI
           END-EXEC

           IF WS-OVI-NUM-RIGHE = 0
               DISPLAY "Nessuna codifica per il cliente."
           END-IF.

      ******************************************************************
      * Prezzo della riga in inserimento (ordine o offerta) per
      * WS-ART-CODICE e il cliente in WS-OV-CLIENTE: prima la
      * condizione del cliente, poi il listino generale; la
      * digitazione manuale resta come forzatura, registrata sulla
      * riga. Restituisce WS-MOV-PREZZO e WS-LIS-ORIGINE.
      ******************************************************************
       ACQUISISCI-PREZZO-RIGA.
           PERFORM CERCA-PREZZO-LISTINO

           IF WS-LIS-ORIGINE = 'M'
               DISPLAY "Prezzo unitario di vendita: "
                       WITH NO ADVANCING
               ACCEPT WS-MOV-PREZZO
           ELSE
               MOVE WS-LIS-PREZZO TO WS-MOV-PREZZO
               MOVE WS-MOV-PREZZO TO WS-IMPORTO-EDIT
               IF WS-LIS-ORIGINE = 'C'
                   DISPLAY "Prezzo listino cliente: EUR "
                           WS-IMPORTO-EDIT
               ELSE
                   DISPLAY "Prezzo listino generale: "
                           "EUR " WS-IMPORTO-EDIT
               END-IF
               DISPLAY "Prezzo diverso (invio = "
                       "listino): " WITH NO ADVANCING
               ACCEPT WS-LIS-RISPOSTA-PREZZO
               IF WS-LIS-RISPOSTA-PREZZO NOT = SPACES
                   MOVE FUNCTION
                       NUMVAL(WS-LIS-RISPOSTA-PREZZO)
                       TO WS-MOV-PREZZO
                   MOVE 'M' TO WS-LIS-ORIGINE
               END-IF
           END-IF.

      ******************************************************************
      * Sconti a cascata sul prezzo di listino della riga in
      * inserimento. La condizione commerciale in vigore piu'
      * specifica (articolo, poi cliente, categoria, gruppo sconti
      * del cliente; a parita' la piu' recente) da' lo sconto 1 e
      * lo sconto 2; la promozione a periodo piu' specifica da' lo
      * sconto 3. Il prezzo forzato a mano non viene scontato.
      * Restituisce WS-MOV-PREZZO netto e il dettaglio in
      * WS-SCO-DATI.
      ******************************************************************
       APPLICA-SCONTI-RIGA.
           INITIALIZE WS-SCO-DATI
           MOVE WS-MOV-PREZZO TO WS-SCO-LORDO

           IF WS-LIS-ORIGINE = 'M'
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               SELECT COALESCE(s.sconto_1, 0), COALESCE(s.sconto_2, 0)
               INTO :WS-SCO-PERC-1, :WS-SCO-PERC-2
               FROM SCONTI_VENDITA s
               JOIN ARTICOLI a ON a.codice_articolo = :WS-ART-CODICE
               JOIN CLIENTI c ON c.codice_cliente = :WS-OV-CLIENTE
               WHERE s.promozione = 'N'
               AND s.valido_dal <= CURRENT_DATE
               AND COALESCE(s.valido_al, DATE '9999-12-31') >=
                   CURRENT_DATE
               AND (s.codice_articolo IS NULL
                    OR s.codice_articolo = a.codice_articolo)
               AND (s.codice_cliente IS NULL
                    OR s.codice_cliente = c.codice_cliente)
               AND (s.codice_categoria IS NULL
                    OR s.codice_categoria = a.codice_categoria)
               AND (s.gruppo_cliente IS NULL
                    OR s.gruppo_cliente = c.gruppo_cliente)
               ORDER BY
                   CASE WHEN s.codice_articolo IS NULL
                        THEN 0 ELSE 8 END +
                   CASE WHEN s.codice_cliente IS NULL
                        THEN 0 ELSE 4 END +
                   CASE WHEN s.codice_categoria IS NULL
                        THEN 0 ELSE 2 END +
                   CASE WHEN s.gruppo_cliente IS NULL
                        THEN 0 ELSE 1 END DESC,
                   s.valido_dal DESC
               LIMIT 1
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO WS-SCO-PERC-1
               MOVE ZERO TO WS-SCO-PERC-2
           END-IF

           EXEC SQL
               SELECT COALESCE(s.sconto_1, 0),
                      COALESCE(s.codice_promozione, ' ')
               INTO :WS-SCO-PERC-3, :WS-SCO-PROMOZIONE
               FROM SCONTI_VENDITA s
               JOIN ARTICOLI a ON a.codice_articolo = :WS-ART-CODICE
               JOIN CLIENTI c ON c.codice_cliente = :WS-OV-CLIENTE
               WHERE s.promozione = 'S'
               AND s.valido_dal <= CURRENT_DATE
               AND COALESCE(s.valido_al, DATE '9999-12-31') >=
                   CURRENT_DATE
               AND (s.codice_articolo IS NULL
                    OR s.codice_articolo = a.codice_articolo)
               AND (s.codice_cliente IS NULL
                    OR s.codice_cliente = c.codice_cliente)
               AND (s.codice_categoria IS NULL
                    OR s.codice_categoria = a.codice_categoria)
               AND (s.gruppo_cliente IS NULL
                    OR s.gruppo_cliente = c.gruppo_cliente)
               ORDER BY
                   CASE WHEN s.codice_articolo IS NULL
                        THEN 0 ELSE 8 END +
                   CASE WHEN s.codice_cliente IS NULL
                        THEN 0 ELSE 4 END +
                   CASE WHEN s.codice_categoria IS NULL
                        THEN 0 ELSE 2 END +
                   CASE WHEN s.gruppo_cliente IS NULL
                        THEN 0 ELSE 1 END DESC,
                   s.valido_dal DESC
               LIMIT 1
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO WS-SCO-PERC-3
               MOVE SPACES TO WS-SCO-PROMOZIONE
           END-IF

           IF WS-SCO-PERC-1 = 0 AND WS-SCO-PERC-2 = 0
              AND WS-SCO-PERC-3 = 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-MOV-PREZZO ROUNDED =
               WS-SCO-LORDO * (100 - WS-SCO-PERC-1) / 100
                            * (100 - WS-SCO-PERC-2) / 100
                            * (100 - WS-SCO-PERC-3) / 100

           MOVE WS-SCO-PERC-1 TO WS-SCO-EDIT
           DISPLAY "Sconto 1: " WS-SCO-EDIT "%" WITH NO ADVANCING
           MOVE WS-SCO-PERC-2 TO WS-SCO-EDIT
           DISPLAY "  Sconto 2: " WS-SCO-EDIT "%" WITH NO ADVANCING
           MOVE WS-SCO-PERC-3 TO WS-SCO-EDIT
           DISPLAY "  Promozione: " WS-SCO-EDIT "% "
                   WS-SCO-PROMOZIONE
           MOVE WS-MOV-PREZZO TO WS-IMPORTO-EDIT
           DISPLAY "Prezzo netto scontato: EUR " WS-IMPORTO-EDIT.

      ******************************************************************
      * Calcola la data di evasione promessa per la riga in
      * inserimento: se la giacenza netta (disponibile - impegnato)
      * copre la quantita', la promessa e' oggi; altrimenti si
      * scorre il portafoglio arrivi dalle righe ordine fornitori
      * in ordine di data di consegna fino a coprire il mancante.
      * WS-ATP-COPERTA='N' quando nemmeno gli arrivi bastano.
      ******************************************************************
       CALCOLA-DATA-PROMESSA.
           MOVE 'S' TO WS-ATP-COPERTA
           MOVE SPACES TO WS-ATP-DATA-PROMESSA

           COMPUTE WS-ATP-NETTO =
               WS-GIA-DISPONIBILE - WS-GIA-IMPEGNATA

           IF WS-ATP-NETTO >= WS-MOV-QUANTITA
               MOVE FUNCTION CURRENT-DATE(1:10)
                   TO WS-ATP-DATA-PROMESSA
               DISPLAY "Disponibile a magazzino: evasione promessa "
                       "il " WS-ATP-DATA-PROMESSA
               EXIT PARAGRAPH
           END-IF

           IF WS-ATP-NETTO > 0
               COMPUTE WS-ATP-MANCANTE =
                   WS-MOV-QUANTITA - WS-ATP-NETTO
           ELSE
               MOVE WS-MOV-QUANTITA TO WS-ATP-MANCANTE
           END-IF

           EXEC SQL
               OPEN CUR-ARRIVI-ATTESI
           END-EXEC

           PERFORM UNTIL WS-ATP-MANCANTE = 0 OR SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-ARRIVI-ATTESI
                   INTO :WS-ATP-QTA-ARRIVO, :WS-ATP-DATA-ARRIVO
               END-EXEC

               IF SQLCODE = 0
                   AND WS-ATP-DATA-ARRIVO NOT = '9999-12-31'
                   IF WS-ATP-QTA-ARRIVO >= WS-ATP-MANCANTE
                       MOVE ZERO TO WS-ATP-MANCANTE
                       MOVE WS-ATP-DATA-ARRIVO
                           TO WS-ATP-DATA-PROMESSA
                   ELSE
                       SUBTRACT WS-ATP-QTA-ARRIVO
                           FROM WS-ATP-MANCANTE
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-ARRIVI-ATTESI
           END-EXEC

           IF WS-ATP-MANCANTE > 0
               MOVE 'N' TO WS-ATP-COPERTA
               MOVE WS-ATP-MANCANTE TO WS-QUANTITA-EDIT
               DISPLAY "*** ATTENZIONE: quantità non coperta da "
                       "giacenza né da arrivi attesi per "
                       WS-QUANTITA-EDIT " ***"
               DISPLAY "Nessuna data di evasione promettibile."
           ELSE
               DISPLAY "Copertura dagli arrivi attesi: evasione "
                       "promessa il " WS-ATP-DATA-PROMESSA
           END-IF.

      ******************************************************************
      * Report giornaliero delle promesse scoperte: per ogni riga
      * ordine cliente aperta con data promessa verifica che la
      * giacenza netta piu' gli arrivi attesi entro la data
      * promessa coprano ancora il residuo della riga.
      ******************************************************************
       REPORT-PROMESSE-SCOPERTE.
           DISPLAY " "
           DISPLAY "=== REPORT PROMESSE NON PIU' COPERTE ==="

           PERFORM GENERA-DATA-STAMP
           STRING "PROMESSE-SCOPERTE-" WS-DATA-STAMP ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-ATP

           MOVE ZERO TO WS-CONTA-ATP

           OPEN OUTPUT ATP-REPORT-FILE

           WRITE ATP-REPORT-RECORD FROM
               "REPORT RIGHE ORDINE CON PROMESSA SCOPERTA"
           MOVE ALL "=" TO ATP-REPORT-RECORD
           WRITE ATP-REPORT-RECORD

           MOVE SPACES TO ATP-REPORT-RECORD
           STRING "Data: " FUNCTION CURRENT-DATE(1:10)
                  DELIMITED BY SIZE INTO ATP-REPORT-RECORD
           WRITE ATP-REPORT-RECORD
           WRITE ATP-REPORT-RECORD FROM SPACES

           WRITE ATP-REPORT-RECORD FROM
               "PROMESSA    ORDINE                         " &
               "CLIENTE  ARTICOLO        RESIDUO     SCOPERTO"
           MOVE ALL "-" TO ATP-REPORT-RECORD
           WRITE ATP-REPORT-RECORD

           EXEC SQL
               OPEN CUR-PROMESSE
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-PROMESSE
                   INTO :WS-OV-NUMERO, :WS-ART-CODICE,
                        :WS-OV-CLIENTE, :WS-QTA-RESIDUA,
                        :WS-ATP-DATA-PROMESSA
               END-EXEC

               IF SQLCODE = 0
                   PERFORM VERIFICA-COPERTURA-PROMESSA
                   IF WS-ATP-COPERTA = 'N'
                       ADD 1 TO WS-CONTA-ATP

                       MOVE SPACES TO ATP-REPORT-RECORD
                       STRING WS-ATP-DATA-PROMESSA "  "
                              WS-OV-NUMERO " "
                              WS-OV-CLIENTE " "
                              WS-ART-CODICE
                              DELIMITED BY SIZE
                              INTO ATP-REPORT-RECORD

                       MOVE WS-QTA-RESIDUA TO WS-QUANTITA-EDIT
                       STRING ATP-REPORT-RECORD(1:69)
                              WS-QUANTITA-EDIT
                              DELIMITED BY SIZE
                              INTO ATP-REPORT-RECORD

                       MOVE WS-ATP-MANCANTE TO WS-QUANTITA-EDIT
                       STRING ATP-REPORT-RECORD(1:82)
                              "  " WS-QUANTITA-EDIT
                              DELIMITED BY SIZE
                              INTO ATP-REPORT-RECORD
                       WRITE ATP-REPORT-RECORD
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-PROMESSE
           END-EXEC

           WRITE ATP-REPORT-RECORD FROM SPACES
           MOVE ALL "-" TO ATP-REPORT-RECORD
           WRITE ATP-REPORT-RECORD

           MOVE SPACES TO ATP-REPORT-RECORD
           MOVE WS-CONTA-ATP TO WS-NUMERO-EDIT
           STRING "Righe con promessa scoperta: " WS-NUMERO-EDIT
                  DELIMITED BY SIZE INTO ATP-REPORT-RECORD
           WRITE ATP-REPORT-RECORD

           CLOSE ATP-REPORT-FILE

           MOVE WS-CONTA-ATP TO WS-NUMERO-EDIT
           DISPLAY "Righe con promessa scoperta: " WS-NUMERO-EDIT
           DISPLAY "Report salvato in " WS-NOME-FILE-ATP.

      * Verifica la copertura della promessa della riga corrente:
      * giacenza netta (che gia' sconta l'impegno della riga) piu'
      * residuo riga piu' arrivi entro la data promessa, confrontati
      * con il residuo da spedire
       VERIFICA-COPERTURA-PROMESSA.
           MOVE 'S' TO WS-ATP-COPERTA
           MOVE ZERO TO WS-ATP-MANCANTE

           MOVE ZERO TO WS-ATP-NETTO
           EXEC SQL
               SELECT quantita_disponibile - quantita_impegnata
               INTO :WS-ATP-NETTO
               FROM GIACENZE
               WHERE codice_articolo = :WS-ART-CODICE
               AND codice_magazzino = :WS-MAGAZZINO-DEFAULT
           END-EXEC

      * Arrivi in unita' di magazzino: il residuo delle righe
      * d'ordine (unita' di acquisto) per il coefficiente
           MOVE ZERO TO WS-ATP-ARRIVI
           EXEC SQL
               SELECT COALESCE(SUM(
                      (r.quantita_ordinata - r.quantita_ricevuta)
                      * COALESCE(a.coeff_conversione, 1)), 0)
               INTO :WS-ATP-ARRIVI
               FROM RIGHE_ORDINE r
               JOIN ORDINI o
                 ON o.numero_ordine = r.numero_ordine
               JOIN ARTICOLI a
                 ON a.codice_articolo = r.codice_articolo
               WHERE r.codice_articolo = :WS-ART-CODICE
               AND r.stato_riga NOT IN ('C', 'E')
               AND r.quantita_ricevuta < r.quantita_ordinata
               AND o.stato_ordine IN ('A', 'C', 'P')
               AND r.data_consegna <= :WS-ATP-DATA-PROMESSA
           END-EXEC

           IF WS-ATP-NETTO + WS-QTA-RESIDUA + WS-ATP-ARRIVI <
              WS-QTA-RESIDUA
               MOVE 'N' TO WS-ATP-COPERTA
               COMPUTE WS-ATP-MANCANTE =
                   0 - (WS-ATP-NETTO + WS-ATP-ARRIVI)
           END-IF.

      * Cerca il prezzo di listino in vigore oggi per l'articolo
      * corrente: prima la condizione specifica del cliente
      * dell'ordine, poi il listino generale. WS-LIS-ORIGINE torna
      * 'C', 'L' o 'M' quando nessun listino copre l'articolo.
       CERCA-PREZZO-LISTINO.
           MOVE 'M' TO WS-LIS-ORIGINE
           MOVE ZERO TO WS-LIS-PREZZO

           EXEC SQL
               SELECT prezzo
               INTO :WS-LIS-PREZZO
               FROM LISTINI
               WHERE codice_articolo = :WS-ART-CODICE
               AND codice_cliente = :WS-OV-CLIENTE
               AND valido_dal <= CURRENT_DATE
               AND (valido_al IS NULL
                    OR valido_al >= CURRENT_DATE)
               ORDER BY valido_dal DESC
               LIMIT 1
           END-EXEC

           IF SQLCODE = 0
               MOVE 'C' TO WS-LIS-ORIGINE
           ELSE
               EXEC SQL
                   SELECT prezzo
                   INTO :WS-LIS-PREZZO
                   FROM LISTINI
                   WHERE codice_articolo = :WS-ART-CODICE
                   AND codice_cliente IS NULL
                   AND valido_dal <= CURRENT_DATE
                   AND (valido_al IS NULL
                        OR valido_al >= CURRENT_DATE)
                   ORDER BY valido_dal DESC
                   LIMIT 1
               END-EXEC

               IF SQLCODE = 0
                   MOVE 'L' TO WS-LIS-ORIGINE
               END-IF
           END-IF.

      ******************************************************************
      * Esposizione del cliente in WS-FIDO-CLIENTE: residuo ordini
      * di vendita aperti (anche bloccati), DDT non ancora fatturati
      * e fatture emesse non incassate. WS-FIDO-SUPERATO torna 'S'
      * quando l'esposizione supera il fido; fido zero = nessun
      * controllo.
      ******************************************************************
       CALCOLA-ESPOSIZIONE-CLIENTE.
           MOVE 'N' TO WS-FIDO-SUPERATO
           MOVE ZERO TO WS-FIDO-IMPORTO

           EXEC SQL
               SELECT COALESCE(fido, 0)
               INTO :WS-FIDO-IMPORTO
               FROM CLIENTI
               WHERE codice_cliente = :WS-FIDO-CLIENTE
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-FIDO-IMPORTO = 0
               EXIT PARAGRAPH
           END-IF

      * Residuo ordini aperti: quantita' non ancora spedite
           EXEC SQL
               SELECT COALESCE(SUM(
                      (r.quantita_ordinata - r.quantita_spedita)
                      * r.prezzo_unitario), 0)
               INTO :WS-FIDO-ORDINI
               FROM RIGHE_ORDINE_VENDITA r
               JOIN ORDINI_VENDITA o
                 ON o.numero_ordine = r.numero_ordine
               WHERE o.codice_cliente = :WS-FIDO-CLIENTE
               AND o.stato_ordine IN ('A', 'P', 'B')
               AND r.stato_riga <> 'C'
               AND r.quantita_spedita < r.quantita_ordinata
           END-EXEC

      * DDT spediti non ancora fatturati (IVA compresa)
           EXEC SQL
               SELECT COALESCE(SUM(
                      COALESCE(totale_imponibile + totale_imposta,
                               totale_documento)), 0)
               INTO :WS-FIDO-DDT
               FROM DOCUMENTI_VENDITA
               WHERE tipo_documento = 'D'
               AND numero_fattura IS NULL
               AND COALESCE(conto_deposito, 'N') = 'N'
               AND codice_cliente = :WS-FIDO-CLIENTE
           END-EXEC

      * Fatture emesse e non ancora incassate
           EXEC SQL
               SELECT COALESCE(SUM(totale_documento), 0)
               INTO :WS-FIDO-FATTURE
               FROM DOCUMENTI_VENDITA
               WHERE tipo_documento = 'F'
               AND codice_cliente = :WS-FIDO-CLIENTE
               AND COALESCE(incassata, 'N') = 'N'
           END-EXEC

           COMPUTE WS-FIDO-ESPOSIZIONE =
               WS-FIDO-ORDINI + WS-FIDO-DDT + WS-FIDO-FATTURE

           IF WS-FIDO-ESPOSIZIONE > WS-FIDO-IMPORTO
               MOVE 'S' TO WS-FIDO-SUPERATO
           END-IF.

      * Verifica il fido sull'ordine di vendita corrente: oltre
      * fido l'ordine passa in stato bloccato amministrativo
       CONTROLLA-FIDO-ORDINE.
           MOVE WS-OV-CLIENTE TO WS-FIDO-CLIENTE
           PERFORM CALCOLA-ESPOSIZIONE-CLIENTE

           IF WS-FIDO-SUPERATO = 'S'
               EXEC SQL
                   UPDATE ORDINI_VENDITA
                   SET stato_ordine = 'B'
                   WHERE numero_ordine = :WS-OV-NUMERO
                   AND stato_ordine IN ('A', 'P')
               END-EXEC

               PERFORM REGISTRA-BLOCCO-FIDO-EVASIONE

               MOVE WS-FIDO-ESPOSIZIONE TO WS-IMPORTO-EDIT
               DISPLAY "*** FIDO SUPERATO: esposizione EUR "
                       WS-IMPORTO-EDIT
               MOVE WS-FIDO-IMPORTO TO WS-IMPORTO-EDIT
               DISPLAY "    Fido accordato: EUR " WS-IMPORTO-EDIT
               DISPLAY "    Ordine " WS-OV-NUMERO " in stato "
                       "BLOCCATO AMMINISTRATIVO ***"
           END-IF.

      ******************************************************************
      * Sblocco amministrativo di un ordine oltre fido: riservato
      * al capo (profilo 'C'), con motivazione registrata su
      * SBLOCCHI_FIDO a fini di revisione.
      ******************************************************************
       SBLOCCA-ORDINE-VENDITA.
           DISPLAY " "
           DISPLAY "=== SBLOCCO AMMINISTRATIVO ORDINE ==="

           DISPLAY "Numero ordine: " WITH NO ADVANCING
           ACCEPT WS-OV-NUMERO

           EXEC SQL
               SELECT stato_ordine, codice_cliente
               INTO :WS-OV-STATO, :WS-OV-CLIENTE
               FROM ORDINI_VENDITA
               WHERE numero_ordine = :WS-OV-NUMERO
           END-EXEC

           IF SQLCODE = 100
               DISPLAY "Ordine non trovato!"
               EXIT PARAGRAPH
           END-IF

           IF WS-OV-STATO NOT = 'B'
               DISPLAY "L'ordine non è in stato bloccato "
                       "amministrativo!"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-OV-CLIENTE TO WS-FIDO-CLIENTE
           PERFORM CALCOLA-ESPOSIZIONE-CLIENTE
           MOVE WS-FIDO-ESPOSIZIONE TO WS-IMPORTO-EDIT
           DISPLAY "Esposizione attuale: EUR " WS-IMPORTO-EDIT
           MOVE WS-FIDO-IMPORTO TO WS-IMPORTO-EDIT
           DISPLAY "Fido accordato:      EUR " WS-IMPORTO-EDIT

           DISPLAY "Motivazione dello sblocco: " WITH NO ADVANCING
           ACCEPT WS-FIDO-MOTIVAZIONE

           IF WS-FIDO-MOTIVAZIONE = SPACES
               DISPLAY "La motivazione è obbligatoria!"
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               BEGIN TRANSACTION
           END-EXEC

           EXEC SQL
               INSERT INTO SBLOCCHI_FIDO
               (numero_ordine, codice_cliente, data_sblocco,
                operatore, motivazione)
               VALUES
               (:WS-OV-NUMERO, :WS-OV-CLIENTE, CURRENT_TIMESTAMP,
                :WS-OPERATORE-CORRENTE, :WS-FIDO-MOTIVAZIONE)
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   UPDATE ORDINI_VENDITA
                   SET stato_ordine = 'A'
                   WHERE numero_ordine = :WS-OV-NUMERO
               END-EXEC
           END-IF

           IF SQLCODE = 0
               EXEC SQL
                   COMMIT
               END-EXEC
               DISPLAY "Ordine sbloccato!"
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               DISPLAY "Errore durante lo sblocco: " SQLCODE
           END-IF.

      ******************************************************************
      * Nuova offerta cliente: testata con numero OFAAAA/NNNNNN e
      * validita' (default 30 giorni), righe prezzate dal listino
      * con la data promessa ATP; nessun impegno di giacenza finche'
      * l'offerta non viene convertita in ordine.
      ******************************************************************
       NUOVA-OFFERTA-VENDITA.
           DISPLAY " "
           DISPLAY "=== NUOVA OFFERTA CLIENTE ==="

           DISPLAY "Codice cliente: " WITH NO ADVANCING
           ACCEPT WS-OFF-CLIENTE

           EXEC SQL
               SELECT ragione_sociale
               INTO :WS-MOV-CAUSALE
               FROM CLIENTI
               WHERE codice_cliente = :WS-OFF-CLIENTE
               AND stato = 'A'
           END-EXEC

           IF SQLCODE = 100
               DISPLAY "Cliente non trovato o non attivo!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Cliente: " WS-MOV-CAUSALE

           MOVE WS-OFF-GIORNI-VALIDITA TO WS-NUMERO-EDIT
           DISPLAY "Giorni di validita' (invio = " WS-NUMERO-EDIT
                   "): " WITH NO ADVANCING
           MOVE ZERO TO WS-OFF-GIORNI
           ACCEPT WS-OFF-GIORNI
           IF WS-OFF-GIORNI = 0
               MOVE WS-OFF-GIORNI-VALIDITA TO WS-OFF-GIORNI
           END-IF

           DISPLAY "Note: " WITH NO ADVANCING
           ACCEPT WS-OFF-NOTE

           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANNO-CORRENTE

           EXEC SQL
               SELECT COUNT(*) + 1
               INTO :WS-OFF-PROGR
               FROM OFFERTE_VENDITA
               WHERE EXTRACT(YEAR FROM data_offerta) =
                   :WS-ANNO-CORRENTE
           END-EXEC

           MOVE WS-OFF-PROGR TO WS-OFF-PROGR-ED
           MOVE SPACES TO WS-OFF-NUMERO
           STRING "OF" WS-ANNO-CORRENTE "/" WS-OFF-PROGR-ED
                  DELIMITED BY SIZE INTO WS-OFF-NUMERO

           MOVE 'A' TO WS-OFF-STATO
           MOVE ZERO TO WS-OFF-TOTALE

           EXEC SQL
               INSERT INTO OFFERTE_VENDITA
               (numero_offerta, data_offerta, codice_cliente,
                data_validita, stato_offerta, totale_offerta,
                operatore, note)
               VALUES
               (:WS-OFF-NUMERO, CURRENT_DATE, :WS-OFF-CLIENTE,
                CURRENT_DATE + :WS-OFF-GIORNI, :WS-OFF-STATO,
                :WS-OFF-TOTALE, :WS-OPERATORE-CORRENTE,
                :WS-OFF-NOTE)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Errore creazione offerta: " SQLCODE
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               SELECT CAST(data_validita AS VARCHAR)
               INTO :WS-OFF-VALIDITA
               FROM OFFERTE_VENDITA
               WHERE numero_offerta = :WS-OFF-NUMERO
           END-EXEC

           DISPLAY "Offerta " WS-OFF-NUMERO " creata, valida fino "
                   "al " WS-OFF-VALIDITA
           DISPLAY " "

      * Il prezzo da listino e' cercato per il cliente dell'offerta
           MOVE WS-OFF-CLIENTE TO WS-OV-CLIENTE
           PERFORM AGGIUNGI-RIGHE-OFFERTA

           MOVE WS-OFF-TOTALE TO WS-IMPORTO-EDIT
           DISPLAY "Totale offerta: EUR " WS-IMPORTO-EDIT.

       AGGIUNGI-RIGHE-OFFERTA.
           MOVE 'S' TO WS-CONTINUA

           PERFORM UNTIL WS-CONTINUA NOT = 'S' AND NOT = 's'
               DISPLAY "Codice articolo: " WITH NO ADVANCING
               ACCEPT WS-ART-CODICE

               PERFORM CARICA-ARTICOLO
               IF WS-ESITO = "OK"
                   DISPLAY "Articolo: " WS-ART-DESCRIZIONE(1:40)
                   MOVE WS-GIA-DISPONIBILE TO WS-QUANTITA-EDIT
                   DISPLAY "Disponibile: " WS-QUANTITA-EDIT
                           " " WS-ART-UM

                   DISPLAY "Quantità offerta: " WITH NO ADVANCING
                   ACCEPT WS-MOV-QUANTITA

                   IF WS-MOV-QUANTITA > 0
                       PERFORM CALCOLA-DATA-PROMESSA
                       PERFORM ACQUISISCI-PREZZO-RIGA
                       PERFORM APPLICA-SCONTI-RIGA

                       COMPUTE WS-MOV-VALORE =
                           WS-MOV-QUANTITA * WS-MOV-PREZZO

                       EXEC SQL
                           INSERT INTO RIGHE_OFFERTA_VENDITA
                           (numero_offerta, codice_articolo,
                            quantita, prezzo_unitario,
                            importo_riga, stato_riga,
                            origine_prezzo, data_promessa,
                            prezzo_lordo, sconto_1, sconto_2,
                            sconto_3, codice_promozione)
                           VALUES
                           (:WS-OFF-NUMERO, :WS-ART-CODICE,
                            :WS-MOV-QUANTITA, :WS-MOV-PREZZO,
                            :WS-MOV-VALORE, 'A',
                            :WS-LIS-ORIGINE,
                            NULLIF(:WS-ATP-DATA-PROMESSA, SPACES),
                            :WS-SCO-LORDO, :WS-SCO-PERC-1,
                            :WS-SCO-PERC-2, :WS-SCO-PERC-3,
                            NULLIF(:WS-SCO-PROMOZIONE, SPACES))
                       END-EXEC

                       IF SQLCODE = 0
                           ADD WS-MOV-VALORE TO WS-OFF-TOTALE

                           EXEC SQL
                               UPDATE OFFERTE_VENDITA
                               SET totale_offerta = :WS-OFF-TOTALE
                               WHERE numero_offerta = :WS-OFF-NUMERO
                           END-EXEC

                           DISPLAY "Riga offerta aggiunta!"
                       ELSE
                           DISPLAY "Errore aggiunta riga: " SQLCODE
                       END-IF
                   END-IF
               END-IF

               DISPLAY "Aggiungere un'altra riga? (S/N): "
                       WITH NO ADVANCING
               ACCEPT WS-CONTINUA
           END-PERFORM.

      ******************************************************************
      * Chiude le offerte oltre la data di validita': le righe
      * ancora aperte passano a 'S' e l'offerta diventa scaduta,
      * oppure accettata se nel frattempo una parte e' stata
      * convertita in ordine.
      ******************************************************************
       AGGIORNA-OFFERTE-SCADUTE.
           EXEC SQL
               UPDATE RIGHE_OFFERTA_VENDITA
               SET stato_riga = 'S'
               WHERE stato_riga = 'A'
               AND numero_offerta IN
                   (SELECT numero_offerta
                    FROM OFFERTE_VENDITA
                    WHERE stato_offerta = 'A'
                    AND data_validita < CURRENT_DATE)
           END-EXEC

           EXEC SQL
               UPDATE OFFERTE_VENDITA o
               SET stato_offerta =
                       CASE WHEN EXISTS
                            (SELECT 1 FROM RIGHE_OFFERTA_VENDITA r
                             WHERE r.numero_offerta = o.numero_offerta
                             AND r.stato_riga = 'C')
                            THEN 'C' ELSE 'S' END,
                   data_chiusura = CURRENT_DATE
               WHERE o.stato_offerta = 'A'
               AND o.data_validita < CURRENT_DATE
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "Errore aggiornamento offerte scadute: "
                       SQLCODE
           END-IF.

      ******************************************************************
      * Legge la testata di un'offerta in WS-OFF-NUMERO e verifica
      * che sia ancora aperta (WS-ESITO = "OK")
      ******************************************************************
       CARICA-OFFERTA-APERTA.
           MOVE "KO" TO WS-ESITO

           PERFORM AGGIORNA-OFFERTE-SCADUTE

           EXEC SQL
               SELECT codice_cliente, stato_offerta,
                      CAST(data_validita AS VARCHAR),
                      totale_offerta
               INTO :WS-OFF-CLIENTE, :WS-OFF-STATO,
                    :WS-OFF-VALIDITA, :WS-OFF-TOTALE
               FROM OFFERTE_VENDITA
               WHERE numero_offerta = :WS-OFF-NUMERO
           END-EXEC

           IF SQLCODE = 100
               DISPLAY "Offerta non trovata!"
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-OFF-STATO
               WHEN 'A'
                   MOVE "OK" TO WS-ESITO
               WHEN 'C'
                   DISPLAY "Offerta gia' accettata e chiusa!"
               WHEN 'P'
                   DISPLAY "Offerta gia' registrata come persa!"
               WHEN 'S'
                   DISPLAY "Offerta scaduta il " WS-OFF-VALIDITA "!"
           END-EVALUATE.

      ******************************************************************
      * Conversione dell'offerta in ordine di vendita riga per riga:
      * per ogni riga aperta si sceglie se convertirla, registrarla
      * persa (con motivo) o lasciarla aperta. Alla prima riga
      * convertita si crea l'ordine; ogni riga convertita impegna la
      * giacenza e ripassa il controllo fido come nell'inserimento
      * manuale dell'ordine.
      ******************************************************************
       CONVERTI-OFFERTA-IN-ORDINE.
           DISPLAY " "
           DISPLAY "=== CONVERSIONE OFFERTA IN ORDINE ==="

           DISPLAY "Numero offerta: " WITH NO ADVANCING
           ACCEPT WS-OFF-NUMERO

           PERFORM CARICA-OFFERTA-APERTA
           IF WS-ESITO NOT = "OK"
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-OFR-NUM-RIGHE

           EXEC SQL
               OPEN CUR-RIGHE-OFFERTA
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               OR WS-OFR-NUM-RIGHE = 100
               ADD 1 TO WS-OFR-NUM-RIGHE
               MOVE WS-OFR-NUM-RIGHE TO WS-OFR-IDX
               EXEC SQL
                   FETCH CUR-RIGHE-OFFERTA
                   INTO :WS-OFR-ARTICOLO(WS-OFR-IDX),
                        :WS-OFR-DESCRIZIONE(WS-OFR-IDX),
                        :WS-OFR-QUANTITA(WS-OFR-IDX),
                        :WS-OFR-PREZZO(WS-OFR-IDX),
                        :WS-OFR-IMPORTO(WS-OFR-IDX),
                        :WS-OFR-ORIGINE(WS-OFR-IDX),
                        :WS-OFR-PROMESSA(WS-OFR-IDX),
                        :WS-OFR-LORDO(WS-OFR-IDX),
                        :WS-OFR-SCONTO-1(WS-OFR-IDX),
                        :WS-OFR-SCONTO-2(WS-OFR-IDX),
                        :WS-OFR-SCONTO-3(WS-OFR-IDX),
                        :WS-OFR-PROMOZIONE(WS-OFR-IDX)
               END-EXEC
               IF SQLCODE NOT = 0
                   SUBTRACT 1 FROM WS-OFR-NUM-RIGHE
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-RIGHE-OFFERTA
           END-EXEC

           IF WS-OFR-NUM-RIGHE = 0
               DISPLAY "Nessuna riga aperta sull'offerta!"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-OFF-CLIENTE TO WS-OV-CLIENTE
           MOVE SPACES TO WS-OV-NUMERO
           MOVE ZERO TO WS-OV-TOTALE
           MOVE ZERO TO WS-OFF-RIGHE-CONVERTITE

           PERFORM VARYING WS-OFR-IDX FROM 1 BY 1
               UNTIL WS-OFR-IDX > WS-OFR-NUM-RIGHE
               DISPLAY " "
               DISPLAY "Articolo: " WS-OFR-ARTICOLO(WS-OFR-IDX)
                       " " WS-OFR-DESCRIZIONE(WS-OFR-IDX)
               MOVE WS-OFR-QUANTITA(WS-OFR-IDX) TO WS-QUANTITA-EDIT
               MOVE WS-OFR-IMPORTO(WS-OFR-IDX) TO WS-IMPORTO-EDIT
               DISPLAY "Quantità: " WS-QUANTITA-EDIT
                       "  Importo: EUR " WS-IMPORTO-EDIT
               DISPLAY "Promessa: " WS-OFR-PROMESSA(WS-OFR-IDX)
               DISPLAY "S=Converti in ordine, P=Persa, "
                       "N=Lascia aperta: " WITH NO ADVANCING
               ACCEPT WS-OFF-SCELTA-RIGA

               EVALUATE WS-OFF-SCELTA-RIGA
                   WHEN 'S'
                   WHEN 's'
                       PERFORM CONVERTI-RIGA-OFFERTA
                   WHEN 'P'
                   WHEN 'p'
                       PERFORM CHIEDI-MOTIVO-PERDITA
                       IF WS-ESITO = "OK"
                           PERFORM PERDI-RIGA-OFFERTA
                       END-IF
                   WHEN OTHER
                       DISPLAY "Riga lasciata aperta."
               END-EVALUATE
           END-PERFORM

           PERFORM CHIUDI-STATO-OFFERTA

           IF WS-OFF-RIGHE-CONVERTITE > 0
               MOVE WS-OFF-RIGHE-CONVERTITE TO WS-NUMERO-EDIT
               DISPLAY " "
               DISPLAY "Righe convertite: " WS-NUMERO-EDIT
                       " nell'ordine " WS-OV-NUMERO
           END-IF.

      * Converte la riga WS-OFR-IDX nell'ordine corrente, creando la
      * testata alla prima riga convertita
       CONVERTI-RIGA-OFFERTA.
           IF WS-OV-NUMERO = SPACES
               PERFORM CREA-TESTATA-ORDINE-VENDITA
               IF WS-ESITO NOT = "OK"
                   EXIT PARAGRAPH
               END-IF
               EXEC SQL
                   UPDATE ORDINI_VENDITA
                   SET numero_offerta = :WS-OFF-NUMERO
                   WHERE numero_ordine = :WS-OV-NUMERO
               END-EXEC
               DISPLAY "Ordine " WS-OV-NUMERO " creato!"
           END-IF

           MOVE WS-OFR-ARTICOLO(WS-OFR-IDX) TO WS-ART-CODICE
           MOVE WS-OFR-QUANTITA(WS-OFR-IDX) TO WS-MOV-QUANTITA
           MOVE WS-OFR-PREZZO(WS-OFR-IDX) TO WS-MOV-PREZZO
           MOVE WS-OFR-IMPORTO(WS-OFR-IDX) TO WS-MOV-VALORE
           MOVE WS-OFR-ORIGINE(WS-OFR-IDX) TO WS-LIS-ORIGINE
           MOVE WS-OFR-PROMESSA(WS-OFR-IDX) TO WS-ATP-DATA-PROMESSA
           MOVE WS-OFR-LORDO(WS-OFR-IDX) TO WS-SCO-LORDO
           MOVE WS-OFR-SCONTO-1(WS-OFR-IDX) TO WS-SCO-PERC-1
           MOVE WS-OFR-SCONTO-2(WS-OFR-IDX) TO WS-SCO-PERC-2
           MOVE WS-OFR-SCONTO-3(WS-OFR-IDX) TO WS-SCO-PERC-3
           MOVE WS-OFR-PROMOZIONE(WS-OFR-IDX) TO WS-SCO-PROMOZIONE

           EXEC SQL
               BEGIN TRANSACTION
           END-EXEC

           EXEC SQL
               INSERT INTO RIGHE_ORDINE_VENDITA
               (numero_ordine, codice_articolo,
                quantita_ordinata, prezzo_unitario,
                importo_riga, stato_riga,
                origine_prezzo, data_promessa,
                prezzo_lordo, sconto_1, sconto_2,
                sconto_3, codice_promozione)
               VALUES
               (:WS-OV-NUMERO, :WS-ART-CODICE,
                :WS-MOV-QUANTITA, :WS-MOV-PREZZO,
                :WS-MOV-VALORE, 'A',
                :WS-LIS-ORIGINE,
                NULLIF(:WS-ATP-DATA-PROMESSA, SPACES),
                :WS-SCO-LORDO, :WS-SCO-PERC-1,
                :WS-SCO-PERC-2, :WS-SCO-PERC-3,
                NULLIF(:WS-SCO-PROMOZIONE, SPACES))
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   UPDATE GIACENZE
                   SET quantita_impegnata =
                       quantita_impegnata + :WS-MOV-QUANTITA
                   WHERE codice_articolo = :WS-ART-CODICE
                   AND codice_magazzino = :WS-MAGAZZINO-DEFAULT
               END-EXEC
           END-IF

           IF SQLCODE = 0
               EXEC SQL
                   UPDATE RIGHE_OFFERTA_VENDITA
                   SET stato_riga = 'C',
                       numero_ordine = :WS-OV-NUMERO
                   WHERE numero_offerta = :WS-OFF-NUMERO
                   AND codice_articolo = :WS-ART-CODICE
                   AND stato_riga = 'A'
               END-EXEC
           END-IF

           IF SQLCODE = 0
               ADD WS-MOV-VALORE TO WS-OV-TOTALE
               EXEC SQL
                   UPDATE ORDINI_VENDITA
                   SET totale_ordine = :WS-OV-TOTALE
                   WHERE numero_ordine = :WS-OV-NUMERO
               END-EXEC
           END-IF

           IF SQLCODE = 0
               EXEC SQL
                   COMMIT
               END-EXEC
               ADD 1 TO WS-OFF-RIGHE-CONVERTITE
               DISPLAY "Riga convertita in ordine!"
               PERFORM CONTROLLA-FIDO-ORDINE
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               DISPLAY "Errore conversione riga: " SQLCODE
           END-IF.

      * Motivo della perdita: PR=Prezzo, TC=Tempi di consegna,
      * CO=Concorrenza, RI=Rinuncia del cliente, AL=Altro
       CHIEDI-MOTIVO-PERDITA.
           MOVE "OK" TO WS-ESITO

           DISPLAY "Motivo (PR=Prezzo, TC=Tempi consegna, "
                   "CO=Concorrenza, RI=Rinuncia, AL=Altro): "
                   WITH NO ADVANCING
           ACCEPT WS-OFF-MOTIVO

           PERFORM DECODIFICA-MOTIVO-PERDITA
           IF WS-OFF-MOTIVO-DESC = SPACES
               DISPLAY "Motivo non valido!"
               MOVE "KO" TO WS-ESITO
           END-IF.

       DECODIFICA-MOTIVO-PERDITA.
           EVALUATE WS-OFF-MOTIVO
               WHEN 'PR'
                   MOVE "Prezzo" TO WS-OFF-MOTIVO-DESC
               WHEN 'TC'
                   MOVE "Tempi di consegna" TO WS-OFF-MOTIVO-DESC
               WHEN 'CO'
                   MOVE "Scelta la concorrenza" TO WS-OFF-MOTIVO-DESC
               WHEN 'RI'
                   MOVE "Rinuncia del cliente" TO WS-OFF-MOTIVO-DESC
               WHEN 'AL'
                   MOVE "Altro" TO WS-OFF-MOTIVO-DESC
               WHEN OTHER
                   MOVE SPACES TO WS-OFF-MOTIVO-DESC
           END-EVALUATE.

       PERDI-RIGA-OFFERTA.
           EXEC SQL
               UPDATE RIGHE_OFFERTA_VENDITA
               SET stato_riga = 'P',
                   motivo_perdita = :WS-OFF-MOTIVO
               WHERE numero_offerta = :WS-OFF-NUMERO
               AND codice_articolo = :WS-OFR-ARTICOLO(WS-OFR-IDX)
               AND stato_riga = 'A'
           END-EXEC

           IF SQLCODE = 0
               DISPLAY "Riga registrata come persa ("
                       WS-OFF-MOTIVO-DESC ")"
           ELSE
               DISPLAY "Errore aggiornamento riga: " SQLCODE
           END-IF.

      * Stato della testata dopo conversione o perdita: resta aperta
      * finche' ha righe aperte, poi accettata se almeno una riga e'
      * stata convertita, altrimenti persa
       CHIUDI-STATO-OFFERTA.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-OFF-RIGHE-APERTE
               FROM RIGHE_OFFERTA_VENDITA
               WHERE numero_offerta = :WS-OFF-NUMERO
               AND stato_riga = 'A'
           END-EXEC

           IF WS-OFF-RIGHE-APERTE > 0
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               UPDATE OFFERTE_VENDITA o
               SET stato_offerta =
                       CASE WHEN EXISTS
                            (SELECT 1 FROM RIGHE_OFFERTA_VENDITA r
                             WHERE r.numero_offerta = o.numero_offerta
                             AND r.stato_riga = 'C')
                            THEN 'C' ELSE 'P' END,
                   data_chiusura = CURRENT_DATE
               WHERE o.numero_offerta = :WS-OFF-NUMERO
           END-EXEC

           EXEC SQL
               SELECT stato_offerta
               INTO :WS-OFF-STATO
               FROM OFFERTE_VENDITA
               WHERE numero_offerta = :WS-OFF-NUMERO
           END-EXEC

           IF WS-OFF-STATO = 'C'
               DISPLAY "Offerta " WS-OFF-NUMERO " ACCETTATA"
           ELSE
               DISPLAY "Offerta " WS-OFF-NUMERO " PERSA"
           END-IF.

      ******************************************************************
      * Registra come persa un'intera offerta aperta: tutte le righe
      * ancora aperte prendono il motivo indicato
      ******************************************************************
       REGISTRA-OFFERTA-PERSA.
           DISPLAY " "
           DISPLAY "=== REGISTRA OFFERTA PERSA ==="

           DISPLAY "Numero offerta: " WITH NO ADVANCING
           ACCEPT WS-OFF-NUMERO

           PERFORM CARICA-OFFERTA-APERTA
           IF WS-ESITO NOT = "OK"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-OFF-TOTALE TO WS-IMPORTO-EDIT
           DISPLAY "Cliente " WS-OFF-CLIENTE "  Totale: EUR "
                   WS-IMPORTO-EDIT

           PERFORM CHIEDI-MOTIVO-PERDITA
           IF WS-ESITO NOT = "OK"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Confermi la perdita dell'offerta? (S/N): "
                   WITH NO ADVANCING
           ACCEPT WS-RISPOSTA
           IF WS-RISPOSTA NOT = 'S' AND WS-RISPOSTA NOT = 's'
               DISPLAY "Operazione annullata."
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               UPDATE RIGHE_OFFERTA_VENDITA
               SET stato_riga = 'P',
                   motivo_perdita = :WS-OFF-MOTIVO
               WHERE numero_offerta = :WS-OFF-NUMERO
               AND stato_riga = 'A'
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "Errore aggiornamento righe: " SQLCODE
               EXIT PARAGRAPH
           END-IF

           PERFORM CHIUDI-STATO-OFFERTA.

      ******************************************************************
      * Report mensile hit rate offerte: per cliente e per articolo
      * valore offerto, acquisito, perso e scaduto con la percentuale
      * di successo sulle righe decise, piu' il riepilogo delle
      * perdite per motivo
      ******************************************************************
       REPORT-HIT-RATE-OFFERTE.
           DISPLAY " "
           DISPLAY "=== REPORT HIT RATE OFFERTE MENSILE ==="

           DISPLAY "Anno (AAAA): " WITH NO ADVANCING
           ACCEPT WS-HIT-ANNO
           DISPLAY "Mese (MM): " WITH NO ADVANCING
           ACCEPT WS-HIT-MESE

           IF WS-HIT-MESE < 1 OR WS-HIT-MESE > 12
               DISPLAY "Mese non valido!"
               EXIT PARAGRAPH
           END-IF

      * Le offerte oltre validita' vanno contate come scadute
           PERFORM AGGIORNA-OFFERTE-SCADUTE

           MOVE SPACES TO WS-NOME-FILE-HIT-RATE
           STRING "HIT-RATE-OFFERTE-" WS-HIT-ANNO WS-HIT-MESE ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-HIT-RATE

           MOVE ZERO TO WS-CONTA-HIT

           OPEN OUTPUT HIT-RATE-FILE

           WRITE HIT-RATE-RECORD FROM
               "REPORT HIT RATE OFFERTE CLIENTI"
           MOVE ALL "=" TO HIT-RATE-RECORD
           WRITE HIT-RATE-RECORD

           MOVE SPACES TO HIT-RATE-RECORD
           STRING "Periodo: " WS-HIT-MESE "/" WS-HIT-ANNO
                  "    Stampato il: " FUNCTION CURRENT-DATE(1:10)
                  DELIMITED BY SIZE INTO HIT-RATE-RECORD
           WRITE HIT-RATE-RECORD
           WRITE HIT-RATE-RECORD FROM SPACES

      * Sezione per cliente
           WRITE HIT-RATE-RECORD FROM "PER CLIENTE"
           PERFORM SCRIVI-INTESTAZIONE-HIT-RATE
           INITIALIZE WS-HIT-TOTALI

           EXEC SQL
               OPEN CUR-HIT-CLIENTI
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-HIT-CLIENTI
                   INTO :WS-HIT-CODICE, :WS-HIT-DESCRIZIONE,
                        :WS-HIT-NUMERO, :WS-HIT-OFFERTO,
                        :WS-HIT-ACQUISITO, :WS-HIT-PERSO,
                        :WS-HIT-SCADUTO
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-CONTA-HIT
                   PERFORM SCRIVI-RIGA-HIT-RATE
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-HIT-CLIENTI
           END-EXEC

           PERFORM SCRIVI-TOTALE-HIT-RATE

      * Sezione per articolo
           WRITE HIT-RATE-RECORD FROM SPACES
           WRITE HIT-RATE-RECORD FROM "PER ARTICOLO (righe offerta)"
           PERFORM SCRIVI-INTESTAZIONE-HIT-RATE
           INITIALIZE WS-HIT-TOTALI

           EXEC SQL
               OPEN CUR-HIT-ARTICOLI
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-HIT-ARTICOLI
                   INTO :WS-HIT-CODICE, :WS-HIT-DESCRIZIONE,
                        :WS-HIT-NUMERO, :WS-HIT-OFFERTO,
                        :WS-HIT-ACQUISITO, :WS-HIT-PERSO,
                        :WS-HIT-SCADUTO
               END-EXEC

               IF SQLCODE = 0
                   PERFORM SCRIVI-RIGA-HIT-RATE
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-HIT-ARTICOLI
           END-EXEC

           PERFORM SCRIVI-TOTALE-HIT-RATE

      * Riepilogo delle perdite per motivo
           WRITE HIT-RATE-RECORD FROM SPACES
           WRITE HIT-RATE-RECORD FROM "RIGHE PERSE PER MOTIVO"
           WRITE HIT-RATE-RECORD FROM
               "MOTIVO                               RIGHE" &
               "        VALORE"
           MOVE ALL "-" TO HIT-RATE-RECORD
           WRITE HIT-RATE-RECORD

           EXEC SQL
               OPEN CUR-HIT-MOTIVI
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-HIT-MOTIVI
                   INTO :WS-OFF-MOTIVO, :WS-HIT-NUMERO,
                        :WS-HIT-PERSO
               END-EXEC

               IF SQLCODE = 0
                   PERFORM DECODIFICA-MOTIVO-PERDITA
                   MOVE WS-HIT-NUMERO TO WS-HIT-ED-NUMERO
                   MOVE WS-HIT-PERSO TO WS-HIT-ED-PERSO
                   MOVE SPACES TO HIT-RATE-RECORD
                   STRING WS-OFF-MOTIVO " " WS-OFF-MOTIVO-DESC
                          "   " WS-HIT-ED-NUMERO
                          " " WS-HIT-ED-PERSO
                          DELIMITED BY SIZE INTO HIT-RATE-RECORD
                   WRITE HIT-RATE-RECORD
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-HIT-MOTIVI
           END-EXEC

           CLOSE HIT-RATE-FILE

           MOVE WS-CONTA-HIT TO WS-NUMERO-EDIT
           DISPLAY "Clienti con offerte nel mese: " WS-NUMERO-EDIT
           DISPLAY "Report salvato in " WS-NOME-FILE-HIT-RATE.

       SCRIVI-INTESTAZIONE-HIT-RATE.
           WRITE HIT-RATE-RECORD FROM
               "CODICE     DESCRIZIONE                NUMERO" &
               "      OFFERTO    ACQUISITO        PERSO" &
               "      SCADUTO   HIT %"
           MOVE ALL "-" TO HIT-RATE-RECORD
           WRITE HIT-RATE-RECORD.

       SCRIVI-RIGA-HIT-RATE.
           ADD WS-HIT-NUMERO TO WS-HIT-TOT-NUMERO
           ADD WS-HIT-OFFERTO TO WS-HIT-TOT-OFFERTO
           ADD WS-HIT-ACQUISITO TO WS-HIT-TOT-ACQUISITO
           ADD WS-HIT-PERSO TO WS-HIT-TOT-PERSO
           ADD WS-HIT-SCADUTO TO WS-HIT-TOT-SCADUTO

           PERFORM CALCOLA-PERC-HIT-RATE

           MOVE SPACES TO HIT-RATE-RECORD
           STRING WS-HIT-CODICE " " WS-HIT-DESCRIZIONE(1:25)
                  " " WS-HIT-ED-NUMERO " " WS-HIT-ED-OFFERTO
                  " " WS-HIT-ED-ACQUISITO " " WS-HIT-ED-PERSO
                  " " WS-HIT-ED-SCADUTO "  " WS-HIT-ED-PERC
                  DELIMITED BY SIZE INTO HIT-RATE-RECORD
           WRITE HIT-RATE-RECORD.

       SCRIVI-TOTALE-HIT-RATE.
           MOVE WS-HIT-TOT-NUMERO TO WS-HIT-NUMERO
           MOVE WS-HIT-TOT-OFFERTO TO WS-HIT-OFFERTO
           MOVE WS-HIT-TOT-ACQUISITO TO WS-HIT-ACQUISITO
           MOVE WS-HIT-TOT-PERSO TO WS-HIT-PERSO
           MOVE WS-HIT-TOT-SCADUTO TO WS-HIT-SCADUTO

           PERFORM CALCOLA-PERC-HIT-RATE

           MOVE ALL "-" TO HIT-RATE-RECORD
           WRITE HIT-RATE-RECORD
           MOVE SPACES TO HIT-RATE-RECORD
           STRING "TOTALE                                "
                  " " WS-HIT-ED-NUMERO " " WS-HIT-ED-OFFERTO
                  " " WS-HIT-ED-ACQUISITO " " WS-HIT-ED-PERSO
                  " " WS-HIT-ED-SCADUTO "  " WS-HIT-ED-PERC
                  DELIMITED BY SIZE INTO HIT-RATE-RECORD
           WRITE HIT-RATE-RECORD.

      * Hit rate = acquisito / (acquisito + perso + scaduto); le
      * righe ancora aperte non entrano nel rapporto
       CALCOLA-PERC-HIT-RATE.
           COMPUTE WS-HIT-DECISO =
               WS-HIT-ACQUISITO + WS-HIT-PERSO + WS-HIT-SCADUTO
           IF WS-HIT-DECISO > 0
               COMPUTE WS-HIT-PERC ROUNDED =
                   WS-HIT-ACQUISITO / WS-HIT-DECISO * 100
           ELSE
               MOVE ZERO TO WS-HIT-PERC
           END-IF

           MOVE WS-HIT-NUMERO TO WS-HIT-ED-NUMERO
           MOVE WS-HIT-OFFERTO TO WS-HIT-ED-OFFERTO
           MOVE WS-HIT-ACQUISITO TO WS-HIT-ED-ACQUISITO
           MOVE WS-HIT-PERSO TO WS-HIT-ED-PERSO
           MOVE WS-HIT-SCADUTO TO WS-HIT-ED-SCADUTO
           MOVE WS-HIT-PERC TO WS-HIT-ED-PERC.

       GESTIONE-LISTINI.
           DISPLAY " "
           DISPLAY "=== GESTIONE LISTINI DI VENDITA ==="
           DISPLAY " "
           DISPLAY "1. Inserisci prezzo di listino"
           DISPLAY "2. Visualizza listini articolo"
           DISPLAY "3. Inserisci sconto / promozione"
           DISPLAY "4. Visualizza sconti e promozioni in vigore"
           DISPLAY "5. Assegna gruppo sconti al cliente"
           DISPLAY " "
           DISPLAY "Scelta: " WITH NO ADVANCING
           ACCEPT WS-SCELTA

           EVALUATE WS-SCELTA
               WHEN 1
                   PERFORM INSERISCI-PREZZO-LISTINO
               WHEN 2
                   PERFORM VISUALIZZA-LISTINI
               WHEN 3
                   PERFORM INSERISCI-REGOLA-SCONTO
               WHEN 4
                   PERFORM VISUALIZZA-REGOLE-SCONTO
               WHEN 5
                   PERFORM ASSEGNA-GRUPPO-CLIENTE
               WHEN OTHER
                   DISPLAY "Scelta non valida!"
           END-EVALUATE.

       INSERISCI-PREZZO-LISTINO.
           DISPLAY " "
           DISPLAY "Codice articolo: " WITH NO ADVANCING
           ACCEPT WS-ART-CODICE

           PERFORM CARICA-ARTICOLO
           IF WS-ESITO NOT = "OK"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Articolo: " WS-ART-DESCRIZIONE(1:50)

           DISPLAY "Codice cliente (vuoto = listino generale): "
                   WITH NO ADVANCING
           ACCEPT WS-LIS-CLIENTE

           IF WS-LIS-CLIENTE NOT = SPACES
               EXEC SQL
                   SELECT ragione_sociale
                   INTO :WS-MOV-CAUSALE
                   FROM CLIENTI
                   WHERE codice_cliente = :WS-LIS-CLIENTE
                   AND stato = 'A'
               END-EXEC

               IF SQLCODE = 100
                   DISPLAY "Cliente non trovato o non attivo!"
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Cliente: " WS-MOV-CAUSALE(1:40)
           END-IF

           DISPLAY "Prezzo: " WITH NO ADVANCING
           ACCEPT WS-LIS-PREZZO

           IF WS-LIS-PREZZO <= 0
               DISPLAY "Prezzo non valido!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Valido dal (AAAA-MM-GG): " WITH NO ADVANCING
           ACCEPT WS-LIS-VALIDO-DAL

           DISPLAY "Valido al (AAAA-MM-GG, vuoto = illimitato): "
                   WITH NO ADVANCING
           ACCEPT WS-LIS-VALIDO-AL

           EXEC SQL
               INSERT INTO LISTINI
               (codice_articolo, codice_cliente, prezzo,
                valido_dal, valido_al)
               VALUES
               (:WS-ART-CODICE, NULLIF(:WS-LIS-CLIENTE, SPACES),
                :WS-LIS-PREZZO, :WS-LIS-VALIDO-DAL,
                NULLIF(:WS-LIS-VALIDO-AL, SPACES))
           END-EXEC

           IF SQLCODE = 0
               DISPLAY "Prezzo di listino registrato!"
               MOVE "LISTINI" TO WS-AUD-TABELLA
               MOVE SPACES TO WS-AUD-CHIAVE
               IF WS-LIS-CLIENTE = SPACES
                   STRING WS-ART-CODICE DELIMITED BY SPACE
                          "/TUTTI/" WS-LIS-VALIDO-DAL
                          DELIMITED BY SIZE INTO WS-AUD-CHIAVE
               ELSE
                   STRING WS-ART-CODICE DELIMITED BY SPACE
                          "/" WS-LIS-CLIENTE DELIMITED BY SPACE
                          "/" WS-LIS-VALIDO-DAL
                          DELIMITED BY SIZE INTO WS-AUD-CHIAVE
               END-IF
               MOVE SPACES TO WS-AUD-PRIMA
               PERFORM AUDIT-DOPO
           ELSE
               DISPLAY "Errore inserimento listino: " SQLCODE
           END-IF.

       VISUALIZZA-LISTINI.
           DISPLAY " "
           DISPLAY "Codice articolo: " WITH NO ADVANCING
           ACCEPT WS-ART-CODICE

           DISPLAY " "
           DISPLAY "CLIENTE   PREZZO         VALIDO DAL  VALIDO AL"
           DISPLAY ALL "-"

           EXEC SQL
               OPEN CUR-LISTINI-VIS
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-LISTINI-VIS
                   INTO :WS-LIS-CLIENTE, :WS-LIS-PREZZO,
                        :WS-LIS-VALIDO-DAL, :WS-LIS-VALIDO-AL
               END-EXEC

               IF SQLCODE = 0
                   MOVE WS-LIS-PREZZO TO WS-IMPORTO-EDIT
                   DISPLAY WS-LIS-CLIENTE "  " WS-IMPORTO-EDIT
                           "  " WS-LIS-VALIDO-DAL
                           "  " WS-LIS-VALIDO-AL
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-LISTINI-VIS
           END-EXEC.

       INSERISCI-REGOLA-SCONTO.
           INITIALIZE WS-SCO-REGOLA
           INITIALIZE WS-SCO-DATI

           DISPLAY " "
           DISPLAY "Tipo (N=condizione commerciale, P=promozione): "
                   WITH NO ADVANCING
           ACCEPT WS-SCO-TIPO

           IF WS-SCO-TIPO NOT = 'N' AND WS-SCO-TIPO NOT = 'P'
               DISPLAY "Tipo non valido!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Lasciare vuoti i criteri non usati"
           DISPLAY "Codice articolo: " WITH NO ADVANCING
           ACCEPT WS-SCO-ARTICOLO
           DISPLAY "Codice categoria articolo: " WITH NO ADVANCING
           ACCEPT WS-SCO-CATEGORIA
           DISPLAY "Codice cliente: " WITH NO ADVANCING
           ACCEPT WS-SCO-CLIENTE
           DISPLAY "Gruppo sconti cliente: " WITH NO ADVANCING
           ACCEPT WS-SCO-GRUPPO

           IF WS-SCO-TIPO = 'N'
               DISPLAY "Sconto 1 %: " WITH NO ADVANCING
               ACCEPT WS-SCO-PERC-1
               DISPLAY "Sconto 2 % (0 = nessuno): " WITH NO ADVANCING
               ACCEPT WS-SCO-PERC-2
           ELSE
               DISPLAY "Codice promozione: " WITH NO ADVANCING
               ACCEPT WS-SCO-PROMOZIONE
               IF WS-SCO-PROMOZIONE = SPACES
                   DISPLAY "Codice promozione obbligatorio!"
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Sconto promozionale %: " WITH NO ADVANCING
               ACCEPT WS-SCO-PERC-1
           END-IF

           IF WS-SCO-PERC-1 = 0 OR WS-SCO-PERC-1 >= 100
              OR WS-SCO-PERC-2 >= 100
               DISPLAY "Percentuale di sconto non valida!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Valido dal (AAAA-MM-GG): " WITH NO ADVANCING
           ACCEPT WS-SCO-VALIDO-DAL

           DISPLAY "Valido al (AAAA-MM-GG, vuoto = illimitato): "
                   WITH NO ADVANCING
           ACCEPT WS-SCO-VALIDO-AL

           IF WS-SCO-TIPO = 'P' AND WS-SCO-VALIDO-AL = SPACES
               DISPLAY "La promozione richiede una data di fine!"
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               INSERT INTO SCONTI_VENDITA
               (codice_cliente, gruppo_cliente, codice_articolo,
                codice_categoria, valido_dal, valido_al,
                sconto_1, sconto_2, promozione, codice_promozione)
               VALUES
               (NULLIF(:WS-SCO-CLIENTE, SPACES),
                NULLIF(:WS-SCO-GRUPPO, SPACES),
                NULLIF(:WS-SCO-ARTICOLO, SPACES),
                NULLIF(:WS-SCO-CATEGORIA, SPACES),
                :WS-SCO-VALIDO-DAL,
                NULLIF(:WS-SCO-VALIDO-AL, SPACES),
                :WS-SCO-PERC-1, :WS-SCO-PERC-2,
                CASE WHEN :WS-SCO-TIPO = 'P' THEN 'S' ELSE 'N' END,
                NULLIF(:WS-SCO-PROMOZIONE, SPACES))
           END-EXEC

           IF SQLCODE = 0
               DISPLAY "Regola di sconto registrata!"
           ELSE
               DISPLAY "Errore inserimento sconto: " SQLCODE
           END-IF.

       VISUALIZZA-REGOLE-SCONTO.
           DISPLAY " "
           DISPLAY "T CLIENTE  GRUPPO ARTICOLO   CAT  SC.1  SC.2 "
                   "PROMO      DAL        AL"
           DISPLAY ALL "-"

           EXEC SQL
               OPEN CUR-SCONTI-VIS
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-SCONTI-VIS
                   INTO :WS-SCO-TIPO, :WS-SCO-CLIENTE,
                        :WS-SCO-GRUPPO, :WS-SCO-ARTICOLO,
                        :WS-SCO-CATEGORIA, :WS-SCO-PERC-1,
                        :WS-SCO-PERC-2, :WS-SCO-PROMOZIONE,
                        :WS-SCO-VALIDO-DAL, :WS-SCO-VALIDO-AL
               END-EXEC

               IF SQLCODE = 0
                   IF WS-SCO-TIPO = 'S'
                       MOVE 'P' TO WS-SCO-TIPO
                   END-IF
                   MOVE WS-SCO-PERC-1 TO WS-SCO-EDIT
                   DISPLAY WS-SCO-TIPO " " WS-SCO-CLIENTE " "
                           WS-SCO-GRUPPO " " WS-SCO-ARTICOLO " "
                           WS-SCO-CATEGORIA " " WS-SCO-EDIT " "
                           WITH NO ADVANCING
                   MOVE WS-SCO-PERC-2 TO WS-SCO-EDIT
                   DISPLAY WS-SCO-EDIT " " WS-SCO-PROMOZIONE " "
                           WS-SCO-VALIDO-DAL " " WS-SCO-VALIDO-AL
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-SCONTI-VIS
           END-EXEC.

       ASSEGNA-GRUPPO-CLIENTE.
           DISPLAY " "
           DISPLAY "Codice cliente: " WITH NO ADVANCING
           ACCEPT WS-SCO-CLIENTE

           DISPLAY "Gruppo sconti (vuoto = nessuno): "
                   WITH NO ADVANCING
           ACCEPT WS-SCO-GRUPPO

           MOVE "CLIENTI" TO WS-AUD-TABELLA
           MOVE WS-SCO-CLIENTE TO WS-AUD-CHIAVE
           PERFORM AUDIT-PRIMA

           EXEC SQL
               UPDATE CLIENTI
               SET gruppo_cliente = NULLIF(:WS-SCO-GRUPPO, SPACES)
               WHERE codice_cliente = :WS-SCO-CLIENTE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   DISPLAY "Gruppo sconti assegnato!"
                   PERFORM AUDIT-DOPO
               WHEN 100
                   DISPLAY "Cliente non trovato!"
               WHEN OTHER
                   DISPLAY "Errore aggiornamento cliente: " SQLCODE
           END-EVALUATE.

       VISUALIZZA-ORDINI-VENDITA-APERTI.
           DISPLAY " "
           DISPLAY "=== ORDINI CLIENTI APERTI ==="
           DISPLAY " "

           EXEC SQL
               DECLARE CUR-ORDINI-VENDITA-APERTI CURSOR FOR
               SELECT o.numero_ordine, o.data_ordine,
                      c.ragione_sociale, o.totale_ordine,
                      o.stato_ordine
               FROM ORDINI_VENDITA o
               JOIN CLIENTI c ON o.codice_cliente = c.codice_cliente
               WHERE o.stato_ordine NOT = 'E'
               ORDER BY o.data_ordine
           END-EXEC

           EXEC SQL
               OPEN CUR-ORDINI-VENDITA-APERTI
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-ORDINI-VENDITA-APERTI
                   INTO :WS-OV-NUMERO, :WS-OV-DATA,
                        :WS-MOV-CAUSALE, :WS-OV-TOTALE,
                        :WS-OV-STATO
               END-EXEC

               IF SQLCODE = 0
                   MOVE WS-OV-TOTALE TO WS-IMPORTO-EDIT
                   DISPLAY WS-OV-NUMERO " del " WS-OV-DATA
                           " - " WS-MOV-CAUSALE(1:30)
                   DISPLAY "  Totale: EUR " WS-IMPORTO-EDIT
                           "  Stato: " WS-OV-STATO
                   DISPLAY " "
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-ORDINI-VENDITA-APERTI
           END-EXEC.

       EVADI-ORDINE-VENDITA.
           DISPLAY " "
           DISPLAY "=== EVADI ORDINE CLIENTE (SPEDIZIONE) ==="

           DISPLAY "Numero ordine: " WITH NO ADVANCING
           ACCEPT WS-OV-NUMERO

           EXEC SQL
               SELECT stato_ordine, codice_cliente
               INTO :WS-OV-STATO, :WS-OV-CLIENTE
               FROM ORDINI_VENDITA
               WHERE numero_ordine = :WS-OV-NUMERO
           END-EXEC

           IF SQLCODE = 100
               DISPLAY "Ordine non trovato!"
               EXIT PARAGRAPH
           ELSE IF WS-OV-STATO = 'E'
               DISPLAY "Ordine già completamente evaso!"
               EXIT PARAGRAPH
           ELSE IF WS-OV-STATO = 'B'
               DISPLAY "Ordine in stato BLOCCATO AMMINISTRATIVO: "
                       "spedizione non consentita!"
               DISPLAY "Richiedere lo sblocco al responsabile."
               PERFORM REGISTRA-BLOCCO-FIDO-EVASIONE
               EXIT PARAGRAPH
           END-IF

      * Ricontrollo fido alla conferma spedizione: l'esposizione
      * puo' essere peggiorata dopo l'inserimento dell'ordine
           MOVE WS-OV-CLIENTE TO WS-FIDO-CLIENTE
           PERFORM CALCOLA-ESPOSIZIONE-CLIENTE
           IF WS-FIDO-SUPERATO = 'S'
               PERFORM CONTROLLA-FIDO-ORDINE
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-DDT-RIGHE-SPEDITE
           INITIALIZE WS-DDT-TABELLA

      * Genera la lista di prelievo per i magazzinieri prima della
      * conferma: la spedizione segue il documento stampato
           PERFORM GENERA-PICKING-LIST

           DISPLAY " "
           DISPLAY "Righe ordine da spedire:"
           DISPLAY " "

           EXEC SQL
               OPEN CUR-RIGHE-ORDINE-VENDITA
           END-EXEC

           MOVE 'N' TO WS-OV-RIGHE-EOF
           PERFORM UNTIL WS-OV-RIGHE-EOF = 'S'
               EXEC SQL
                   FETCH CUR-RIGHE-ORDINE-VENDITA
                   INTO :WS-ART-CODICE, :WS-ART-DESCRIZIONE,
                        :WS-QTA-RICHIESTA, :WS-QTA-PRELEVATA,
                        :WS-MOV-PREZZO, :WS-SCO-LORDO,
                        :WS-SCO-PERC-1, :WS-SCO-PERC-2,
                        :WS-SCO-PERC-3, :WS-SCO-PROMOZIONE
               END-EXEC

               IF SQLCODE NOT = 0
                   IF SQLCODE NOT = 100
                       DISPLAY "Errore lettura righe ordine: " SQLCODE
                   END-IF
                   MOVE 'S' TO WS-OV-RIGHE-EOF
               END-IF

               IF SQLCODE = 0
                   MOVE WS-MOV-PREZZO TO WS-OV-PREZZO-VENDITA

                   DISPLAY WS-ART-CODICE " - "
                           WS-ART-DESCRIZIONE(1:35)

                   COMPUTE WS-QTA-RESIDUA =
                       WS-QTA-RICHIESTA - WS-QTA-PRELEVATA
                   MOVE WS-QTA-RESIDUA TO WS-QUANTITA-EDIT
                   DISPLAY "  Da spedire: " WS-QUANTITA-EDIT

                   PERFORM CARICA-ARTICOLO

      * Riga kit: spedizione con esplosione dei componenti,
      * nessuno scarico sull'articolo padre
                   PERFORM VERIFICA-DISTINTA-BASE
                   IF WS-DIB-COMPONENTI > 0
                       PERFORM EVADI-RIGA-KIT
                       MOVE ZERO TO WS-MOV-QUANTITA
                   ELSE
                       MOVE WS-QTA-RESIDUA TO WS-MOV-QUANTITA
                       IF WS-MOV-QUANTITA > WS-GIA-DISPONIBILE
                           DISPLAY "  Disponibilità insufficiente, "
                                   "spedizione parziale!"
                           IF WS-GIA-DISPONIBILE > 0
                               COMPUTE WS-OTF-QTA-MANCANTE =
                                   WS-QTA-RESIDUA - WS-GIA-DISPONIBILE
                           ELSE
                               MOVE WS-QTA-RESIDUA
                                   TO WS-OTF-QTA-MANCANTE
                           END-IF
                           PERFORM REGISTRA-MANCATA-EVASIONE
                           MOVE WS-GIA-DISPONIBILE
                               TO WS-MOV-QUANTITA
                       END-IF
                   END-IF

                   IF WS-MOV-QUANTITA > 0
                       STRING "Spedizione ordine " WS-OV-NUMERO
                              DELIMITED BY SIZE INTO WS-MOV-CAUSALE
                       MOVE WS-OV-NUMERO TO WS-MOV-NUMERO-DOC
                       MOVE 'M' TO WS-METODO-VALORIZZ

                       EXEC SQL
                           BEGIN TRANSACTION
                       END-EXEC

                       PERFORM CALCOLA-VALORE-SCARICO

                       IF WS-ESITO = "OK"
                           MOVE 'SC' TO WS-MOV-TIPO
                           PERFORM REGISTRA-MOVIMENTO

                           IF WS-ESITO = "OK"
                               PERFORM AGGIORNA-GIACENZA-SCARICO

                               IF WS-ESITO = "OK"
                                   EXEC SQL
                                       UPDATE GIACENZE
                                       SET quantita_impegnata =
                                           GREATEST(0,
                                           quantita_impegnata -
                                           :WS-MOV-QUANTITA)
                                       WHERE codice_articolo =
                                           :WS-ART-CODICE
                                       AND codice_magazzino =
                                           :WS-MAGAZZINO-DEFAULT
                                   END-EXEC

                                   EXEC SQL
                                       UPDATE RIGHE_ORDINE_VENDITA
                                       SET quantita_spedita =
                                           quantita_spedita +
                                           :WS-MOV-QUANTITA,
                                           stato_riga = CASE
                                               WHEN quantita_spedita +
                                                    :WS-MOV-QUANTITA >=
                                                    quantita_ordinata
                                               THEN 'E'
                                               ELSE 'P'
                                           END
                                       WHERE numero_ordine =
                                           :WS-OV-NUMERO
                                       AND codice_articolo =
                                           :WS-ART-CODICE
                                   END-EXEC
                               END-IF
                           END-IF
                       END-IF

                       IF WS-ESITO = "OK"
                           EXEC SQL
                               COMMIT
                           END-EXEC
                           IF WS-DDT-RIGHE-SPEDITE < 100
                               ADD 1 TO WS-DDT-RIGHE-SPEDITE
                               MOVE WS-DDT-RIGHE-SPEDITE
                                   TO WS-DDT-IDX
                               MOVE WS-ART-CODICE
                                   TO WS-DDT-ARTICOLO(WS-DDT-IDX)
                               MOVE WS-ART-DESCRIZIONE(1:40)
                                   TO WS-DDT-DESCRIZIONE(WS-DDT-IDX)
                               MOVE WS-ART-UM
                                   TO WS-DDT-UM(WS-DDT-IDX)
                               MOVE WS-MOV-QUANTITA
                                   TO WS-DDT-QUANTITA(WS-DDT-IDX)
                               MOVE WS-OV-PREZZO-VENDITA
                                   TO WS-DDT-PREZZO(WS-DDT-IDX)
                               MOVE WS-ART-ALIQ-IVA
                                   TO WS-DDT-ALIQ-IVA(WS-DDT-IDX)
                               MOVE WS-ART-PESO
                                   TO WS-DDT-PESO-UNIT(WS-DDT-IDX)
                               MOVE WS-ART-VOLUME
                                   TO WS-DDT-VOLUME-UNIT
                                      (WS-DDT-IDX)
                               PERFORM RIPORTA-SCONTI-RIGA-DDT
                           ELSE
                               DISPLAY "  ATTENZIONE: righe DDT piene, "
                                       "riga non riportata sul DDT!"
                           END-IF
                           DISPLAY "  Spedizione registrata!"

      * La spedizione scarica anche la giacenza per ubicazione
                           PERFORM SCARICA-UBICAZIONE-PRELIEVO
                       ELSE
                           EXEC SQL
                               ROLLBACK
                           END-EXEC
                           DISPLAY "  Errore durante la spedizione!"
                       END-IF
                   END-IF

                   DISPLAY " "
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-RIGHE-ORDINE-VENDITA
           END-EXEC

           EXEC SQL
               UPDATE ORDINI_VENDITA
               SET stato_ordine =
                   CASE
                       WHEN NOT EXISTS (
                           SELECT 1 FROM RIGHE_ORDINE_VENDITA
                           WHERE numero_ordine = :WS-OV-NUMERO
                           AND quantita_spedita < quantita_ordinata
                           AND stato_riga <> 'C'
                       ) THEN 'E'
                       WHEN EXISTS (
                           SELECT 1 FROM RIGHE_ORDINE_VENDITA
                           WHERE numero_ordine = :WS-OV-NUMERO
                           AND quantita_spedita > 0
                       ) THEN 'P'
                       ELSE stato_ordine
                   END
               WHERE numero_ordine = :WS-OV-NUMERO
           END-EXEC

      * Emette il documento di trasporto per la spedizione appena
      * confermata: senza DDT la merce non può viaggiare
           IF WS-DDT-RIGHE-SPEDITE > 0
               PERFORM GENERA-DDT-SPEDIZIONE
           END-IF.

      ******************************************************************
      * Evade una riga d'ordine cliente il cui articolo e' un kit:
      * scarica i componenti della distinta base sotto il numero
      * d'ordine e, a buon fine, aggiorna la riga del padre. La
      * spedizione kit e' tutta o niente: un componente mancante
      * annulla la riga.
      ******************************************************************
       EVADI-RIGA-KIT.
           MOVE WS-QTA-RESIDUA TO WS-MOV-QUANTITA
           STRING "Spedizione ordine " WS-OV-NUMERO
                  DELIMITED BY SIZE INTO WS-MOV-CAUSALE
           MOVE WS-OV-NUMERO TO WS-MOV-NUMERO-DOC
           MOVE 'F' TO WS-METODO-VALORIZZ
           MOVE "OK" TO WS-ESITO

           EXEC SQL
               BEGIN TRANSACTION
           END-EXEC

           PERFORM SCARICO-COMPONENTI-KIT

           IF WS-ESITO = "OK"
               EXEC SQL
                   UPDATE GIACENZE
                   SET quantita_impegnata =
                       GREATEST(0,
                       quantita_impegnata - :WS-MOV-QUANTITA)
                   WHERE codice_articolo = :WS-ART-CODICE
                   AND codice_magazzino = :WS-MAGAZZINO-DEFAULT
               END-EXEC

               EXEC SQL
                   UPDATE RIGHE_ORDINE_VENDITA
                   SET quantita_spedita =
                       quantita_spedita + :WS-MOV-QUANTITA,
                       stato_riga = CASE
                           WHEN quantita_spedita + :WS-MOV-QUANTITA
                                >= quantita_ordinata
                           THEN 'E'
                           ELSE 'P'
                       END
                   WHERE numero_ordine = :WS-OV-NUMERO
                   AND codice_articolo = :WS-ART-CODICE
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE "KO" TO WS-ESITO
               END-IF
           END-IF

           IF WS-ESITO = "OK"
               EXEC SQL
                   COMMIT
               END-EXEC

      * Ricarica il padre per descrivere la riga kit sul DDT
               PERFORM CARICA-ARTICOLO
               IF WS-DDT-RIGHE-SPEDITE < 100
                   ADD 1 TO WS-DDT-RIGHE-SPEDITE
                   MOVE WS-DDT-RIGHE-SPEDITE TO WS-DDT-IDX
                   MOVE WS-ART-CODICE
                       TO WS-DDT-ARTICOLO(WS-DDT-IDX)
                   MOVE WS-ART-DESCRIZIONE(1:40)
                       TO WS-DDT-DESCRIZIONE(WS-DDT-IDX)
                   MOVE WS-ART-UM
                       TO WS-DDT-UM(WS-DDT-IDX)
                   MOVE WS-MOV-QUANTITA
                       TO WS-DDT-QUANTITA(WS-DDT-IDX)
                   MOVE WS-OV-PREZZO-VENDITA
                       TO WS-DDT-PREZZO(WS-DDT-IDX)
                   MOVE WS-ART-ALIQ-IVA
                       TO WS-DDT-ALIQ-IVA(WS-DDT-IDX)
                   MOVE WS-ART-PESO
                       TO WS-DDT-PESO-UNIT(WS-DDT-IDX)
                   MOVE WS-ART-VOLUME
                       TO WS-DDT-VOLUME-UNIT(WS-DDT-IDX)
                   PERFORM RIPORTA-SCONTI-RIGA-DDT
               END-IF

               DISPLAY "  Spedizione kit registrata!"
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               DISPLAY "  Spedizione kit non effettuata!"
               MOVE WS-QTA-RESIDUA TO WS-OTF-QTA-MANCANTE
               PERFORM REGISTRA-MANCATA-EVASIONE
           END-IF.

      ******************************************************************
      * Registrazione delle cause di mancata evasione per il report
      * OTIF. Sulla riga corrente (WS-OV-NUMERO, WS-ART-CODICE) la
      * quantita' non spedita WS-OTF-QTA-MANCANTE e' attribuita
      * prima alla merce in quarantena nel magazzino di spedizione
      * e per il resto alla disponibilita' insufficiente.
      ******************************************************************
       REGISTRA-MANCATA-EVASIONE.
           EXEC SQL
               SELECT COALESCE(SUM(quantita_quarantena), 0)
               INTO :WS-OTF-QTA-QUAR
               FROM GIACENZE
               WHERE codice_articolo = :WS-ART-CODICE
               AND codice_magazzino = :WS-MAGAZZINO-DEFAULT
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO WS-OTF-QTA-QUAR
           END-IF
           IF WS-OTF-QTA-QUAR > WS-OTF-QTA-MANCANTE
               MOVE WS-OTF-QTA-MANCANTE TO WS-OTF-QTA-QUAR
           END-IF

           IF WS-OTF-QTA-QUAR > 0
               MOVE 'Q' TO WS-OTF-CAUSA
               MOVE WS-OTF-QTA-QUAR TO WS-OTF-QTA-EVENTO
               PERFORM INSERISCI-MANCATA-EVASIONE
           END-IF

           IF WS-OTF-QTA-MANCANTE > WS-OTF-QTA-QUAR
               MOVE 'S' TO WS-OTF-CAUSA
               COMPUTE WS-OTF-QTA-EVENTO =
                   WS-OTF-QTA-MANCANTE - WS-OTF-QTA-QUAR
               PERFORM INSERISCI-MANCATA-EVASIONE
           END-IF.

       INSERISCI-MANCATA-EVASIONE.
           EXEC SQL
               INSERT INTO MANCATE_EVASIONI
               (numero_ordine, codice_articolo, data_evento, causa,
                quantita_mancante, operatore)
               VALUES
               (:WS-OV-NUMERO, :WS-ART-CODICE, CURRENT_DATE,
                :WS-OTF-CAUSA, :WS-OTF-QTA-EVENTO,
                :WS-OPERATORE-CORRENTE)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Errore registrazione mancata evasione: "
                       SQLCODE
           END-IF.

      * Blocco fido sull'ordine WS-OV-NUMERO: un evento 'F' al giorno
      * per ogni riga ancora da spedire
       REGISTRA-BLOCCO-FIDO-EVASIONE.
           EXEC SQL
               INSERT INTO MANCATE_EVASIONI
               (numero_ordine, codice_articolo, data_evento, causa,
                quantita_mancante, operatore)
               SELECT r.numero_ordine, r.codice_articolo,
                      CURRENT_DATE, 'F',
                      r.quantita_ordinata - r.quantita_spedita,
                      :WS-OPERATORE-CORRENTE
               FROM RIGHE_ORDINE_VENDITA r
               WHERE r.numero_ordine = :WS-OV-NUMERO
               AND r.stato_riga <> 'C'
               AND r.quantita_spedita < r.quantita_ordinata
               AND NOT EXISTS
                   (SELECT 1 FROM MANCATE_EVASIONI e
                    WHERE e.numero_ordine = r.numero_ordine
                    AND e.codice_articolo = r.codice_articolo
                    AND e.causa = 'F'
                    AND e.data_evento = CURRENT_DATE)
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "Errore registrazione blocco fido: " SQLCODE
           END-IF.

      * Genera il DDT per le righe spedite oggi sull'ordine corrente:
      * richiede WS-OV-NUMERO e WS-OV-CLIENTE valorizzati
       GENERA-DDT-SPEDIZIONE.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANNO-CORRENTE

      * Regime IVA del destinatario e castelletto azzerato per il
      * nuovo documento
           MOVE WS-OV-CLIENTE TO WS-IVA-CLIENTE
           PERFORM CERCA-REGIME-IVA-CLIENTE
           PERFORM AZZERA-CASTELLETTO-IVA

      * Dati trasporto: il corriere li chiede ogni sera per il
      * bordero' di carico
           DISPLAY "Codice vettore: " WITH NO ADVANCING
           ACCEPT WS-SPE-VETTORE

           DISPLAY "Porto (F=Franco, A=Assegnato): "
                   WITH NO ADVANCING
           ACCEPT WS-SPE-PORTO
           IF WS-SPE-PORTO NOT = 'A' AND WS-SPE-PORTO NOT = 'a'
               MOVE 'F' TO WS-SPE-PORTO
           END-IF

           DISPLAY "Numero colli: " WITH NO ADVANCING
           ACCEPT WS-SPE-COLLI

           MOVE ZERO TO WS-SPE-PESO
           MOVE ZERO TO WS-SPE-VOLUME

           EXEC SQL
               SELECT COUNT(*) + 1
               INTO :WS-DOC-PROGR
               FROM DOCUMENTI_VENDITA
               WHERE tipo_documento = 'D'
               AND EXTRACT(YEAR FROM data_documento) =
                   :WS-ANNO-CORRENTE
           END-EXEC

           MOVE WS-DOC-PROGR TO WS-DOC-PROGR-ED
           STRING "DDT" WS-ANNO-CORRENTE "/" WS-DOC-PROGR-ED
                  DELIMITED BY SIZE INTO WS-DOC-NUMERO

           STRING "DDT-" WS-ANNO-CORRENTE "-" WS-DOC-PROGR-ED ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-DDT

           MOVE ZERO TO WS-DOC-TOTALE

           OPEN OUTPUT DDT-FILE

           WRITE DDT-RECORD FROM
               "DOCUMENTO DI TRASPORTO (DDT)"
           MOVE ALL "=" TO DDT-RECORD
           WRITE DDT-RECORD

           STRING "Numero: " WS-DOC-NUMERO
                  "    Data: " FUNCTION CURRENT-DATE(1:10)
                  DELIMITED BY SIZE INTO DDT-RECORD
           WRITE DDT-RECORD

           EXEC SQL
               SELECT ragione_sociale
               INTO :WS-DOC-RAGIONE
               FROM CLIENTI
               WHERE codice_cliente = :WS-OV-CLIENTE
           END-EXEC

           STRING "Destinatario: " WS-OV-CLIENTE " - "
                  WS-DOC-RAGIONE(1:40)
                  DELIMITED BY SIZE INTO DDT-RECORD
           WRITE DDT-RECORD

           STRING "Riferimento ordine: " WS-OV-NUMERO
                  DELIMITED BY SIZE INTO DDT-RECORD
           WRITE DDT-RECORD
           WRITE DDT-RECORD FROM SPACES

           WRITE DDT-RECORD FROM
               "CODICE      DESCRIZIONE                    " &
               "      QUANTITA      PREZZO UNIT."
           MOVE ALL "-" TO DDT-RECORD
           WRITE DDT-RECORD

           MOVE 1 TO WS-DDT-IDX
           PERFORM UNTIL WS-DDT-IDX > WS-DDT-RIGHE-SPEDITE
               COMPUTE WS-MOV-VALORE =
                   WS-DDT-QUANTITA(WS-DDT-IDX) *
                   WS-DDT-PREZZO(WS-DDT-IDX)
               ADD WS-MOV-VALORE TO WS-DOC-TOTALE

      * Accumula l'imponibile della riga nel castelletto IVA
               MOVE WS-DDT-ALIQ-IVA(WS-DDT-IDX) TO WS-IVA-CODICE
               PERFORM CERCA-ALIQUOTA-IVA
               MOVE WS-MOV-VALORE TO WS-IVA-IMPONIBILE
               PERFORM ACCUMULA-CASTELLETTO-IVA

      * Peso e volume della spedizione dai dati di anagrafica
               COMPUTE WS-SPE-PESO = WS-SPE-PESO +
                   WS-DDT-QUANTITA(WS-DDT-IDX) *
                   WS-DDT-PESO-UNIT(WS-DDT-IDX)
               COMPUTE WS-SPE-VOLUME = WS-SPE-VOLUME +
                   WS-DDT-QUANTITA(WS-DDT-IDX) *
                   WS-DDT-VOLUME-UNIT(WS-DDT-IDX)

               STRING WS-DDT-ARTICOLO(WS-DDT-IDX) " "
                      WS-DDT-DESCRIZIONE(WS-DDT-IDX)(1:35)
                      DELIMITED BY SIZE INTO DDT-RECORD

               MOVE WS-DDT-QUANTITA(WS-DDT-IDX) TO WS-QUANTITA-EDIT
               STRING DDT-RECORD(1:48)
                      WS-QUANTITA-EDIT
                      DELIMITED BY SIZE INTO DDT-RECORD

               MOVE WS-DDT-PREZZO(WS-DDT-IDX) TO WS-IMPORTO-EDIT
               STRING DDT-RECORD(1:63)
                      "  " WS-IMPORTO-EDIT
                      DELIMITED BY SIZE INTO DDT-RECORD
               WRITE DDT-RECORD

      * Riga di dettaglio con lordo e sconti applicati
               IF WS-DDT-LORDO(WS-DDT-IDX) >
                  WS-DDT-PREZZO(WS-DDT-IDX)
                   PERFORM SCRIVI-SCONTI-RIGA-DDT
               END-IF

               ADD 1 TO WS-DDT-IDX
           END-PERFORM

           WRITE DDT-RECORD FROM SPACES
           MOVE ALL "-" TO DDT-RECORD
           WRITE DDT-RECORD

           MOVE WS-DOC-TOTALE TO WS-IMPORTO-EDIT
           STRING "TOTALE DOCUMENTO: EUR " WS-IMPORTO-EDIT
                  DELIMITED BY SIZE INTO DDT-RECORD
           WRITE DDT-RECORD

      * Castelletto IVA in coda al documento valorizzato
           PERFORM CALCOLA-IMPOSTE-CASTELLETTO
           WRITE DDT-RECORD FROM SPACES
           PERFORM SCRIVI-CASTELLETTO-DDT

      * Dati trasporto sul documento
           MOVE SPACES TO DDT-RECORD
           STRING "Vettore: " WS-SPE-VETTORE
                  "   Porto: " WS-SPE-PORTO
                  DELIMITED BY SIZE INTO DDT-RECORD
           WRITE DDT-RECORD

           MOVE SPACES TO DDT-RECORD
           MOVE WS-SPE-COLLI TO WS-NUMERO-EDIT
           MOVE WS-SPE-PESO TO WS-PESO-EDIT
           STRING "Colli: " WS-NUMERO-EDIT
                  "   Peso lordo kg: " WS-PESO-EDIT
                  DELIMITED BY SIZE INTO DDT-RECORD
           MOVE WS-SPE-VOLUME TO WS-QUANTITA-EDIT
           STRING DDT-RECORD(1:42)
                  "   Volume mc: " WS-QUANTITA-EDIT
                  DELIMITED BY SIZE INTO DDT-RECORD
           WRITE DDT-RECORD

           WRITE DDT-RECORD FROM
               "Firma destinatario: ________________"

           CLOSE DDT-FILE

           EXEC SQL
               INSERT INTO DOCUMENTI_VENDITA
               (tipo_documento, numero_documento, data_documento,
                codice_cliente, riferimento, totale_documento,
                totale_imponibile, totale_imposta,
                vettore, porto, num_colli, peso_kg, volume_mc)
               VALUES
               ('D', :WS-DOC-NUMERO, CURRENT_DATE,
                :WS-OV-CLIENTE, :WS-OV-NUMERO, :WS-DOC-TOTALE,
                :WS-IVA-TOT-IMPONIBILE, :WS-IVA-TOT-IMPOSTA,
                NULLIF(:WS-SPE-VETTORE, SPACES), :WS-SPE-PORTO,
                :WS-SPE-COLLI, :WS-SPE-PESO, :WS-SPE-VOLUME)
           END-EXEC

           IF SQLCODE = 0
               PERFORM REGISTRA-RIGHE-DDT
               DISPLAY "DDT " WS-DOC-NUMERO " emesso - stampato in "
                       WS-NOME-FILE-DDT
           ELSE
               DISPLAY "Errore registrazione DDT: " SQLCODE
           END-IF.

      * Lordo e sconti della riga d'ordine in evasione sulla riga
      * DDT corrente (WS-DDT-IDX)
       RIPORTA-SCONTI-RIGA-DDT.
           MOVE WS-SCO-LORDO TO WS-DDT-LORDO(WS-DDT-IDX)
           MOVE WS-SCO-PERC-1 TO WS-DDT-SCONTO-1(WS-DDT-IDX)
           MOVE WS-SCO-PERC-2 TO WS-DDT-SCONTO-2(WS-DDT-IDX)
           MOVE WS-SCO-PERC-3 TO WS-DDT-SCONTO-3(WS-DDT-IDX)
           MOVE WS-SCO-PROMOZIONE TO WS-DDT-PROMOZIONE(WS-DDT-IDX).

       SCRIVI-SCONTI-RIGA-DDT.
           MOVE SPACES TO DDT-RECORD
           MOVE WS-DDT-LORDO(WS-DDT-IDX) TO WS-IMPORTO-EDIT
           STRING "            Prezzo lordo " WS-IMPORTO-EDIT
                  "  sconti"
                  DELIMITED BY SIZE INTO DDT-RECORD

           MOVE WS-DDT-SCONTO-1(WS-DDT-IDX) TO WS-SCO-EDIT
           STRING DDT-RECORD(1:46) " " WS-SCO-EDIT
                  DELIMITED BY SIZE INTO DDT-RECORD

           IF WS-DDT-SCONTO-2(WS-DDT-IDX) > 0
               MOVE WS-DDT-SCONTO-2(WS-DDT-IDX) TO WS-SCO-EDIT
               STRING DDT-RECORD(1:52) "+" WS-SCO-EDIT
                      DELIMITED BY SIZE INTO DDT-RECORD
           END-IF

           IF WS-DDT-SCONTO-3(WS-DDT-IDX) > 0
               MOVE WS-DDT-SCONTO-3(WS-DDT-IDX) TO WS-SCO-EDIT
               STRING DDT-RECORD(1:58) "+" WS-SCO-EDIT
                      "  promo " WS-DDT-PROMOZIONE(WS-DDT-IDX)
                      DELIMITED BY SIZE INTO DDT-RECORD
           END-IF
           WRITE DDT-RECORD.

      * Congela le righe del DDT appena emesso su RIGHE_DOCUMENTI con
      * aliquota, natura e imposta del momento di emissione: sono la
      * base del castelletto fattura e del registro IVA vendite
       REGISTRA-RIGHE-DDT.
           MOVE 1 TO WS-DDT-IDX
           PERFORM UNTIL WS-DDT-IDX > WS-DDT-RIGHE-SPEDITE
               COMPUTE WS-IVA-IMPONIBILE =
                   WS-DDT-QUANTITA(WS-DDT-IDX) *
                   WS-DDT-PREZZO(WS-DDT-IDX)

               MOVE WS-DDT-ALIQ-IVA(WS-DDT-IDX) TO WS-IVA-CODICE
               PERFORM CERCA-ALIQUOTA-IVA
               COMPUTE WS-IVA-IMPOSTA ROUNDED =
                   WS-IVA-IMPONIBILE * WS-IVA-PERCENT / 100

               EXEC SQL
                   INSERT INTO RIGHE_DOCUMENTI
                   (numero_documento, codice_articolo, quantita,
                    prezzo_unitario, imponibile, codice_iva,
                    aliquota_percentuale, natura, imposta,
                    prezzo_lordo, sconto_1, sconto_2, sconto_3,
                    codice_promozione)
                   VALUES
                   (:WS-DOC-NUMERO,
                    :WS-DDT-ARTICOLO(WS-DDT-IDX),
                    :WS-DDT-QUANTITA(WS-DDT-IDX),
                    :WS-DDT-PREZZO(WS-DDT-IDX),
                    :WS-IVA-IMPONIBILE, :WS-IVA-CODICE,
                    :WS-IVA-PERCENT,
                    NULLIF(:WS-IVA-NATURA, SPACES),
                    :WS-IVA-IMPOSTA,
                    :WS-DDT-LORDO(WS-DDT-IDX),
                    :WS-DDT-SCONTO-1(WS-DDT-IDX),
                    :WS-DDT-SCONTO-2(WS-DDT-IDX),
                    :WS-DDT-SCONTO-3(WS-DDT-IDX),
                    NULLIF(:WS-DDT-PROMOZIONE(WS-DDT-IDX), SPACES))
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "Errore registrazione riga DDT: " SQLCODE
               END-IF

               ADD 1 TO WS-DDT-IDX
           END-PERFORM.

      * Regime IVA del cliente in WS-IVA-CLIENTE: N=Normale,
      * E=Esente, R=Reverse charge (in mancanza, Normale)
       CERCA-REGIME-IVA-CLIENTE.
           MOVE 'N' TO WS-IVA-REGIME-CLI

           EXEC SQL
               SELECT COALESCE(regime_iva, 'N')
               INTO :WS-IVA-REGIME-CLI
               FROM CLIENTI
               WHERE codice_cliente = :WS-IVA-CLIENTE
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'N' TO WS-IVA-REGIME-CLI
           END-IF.

      * Risolve percentuale e natura dell'aliquota in WS-IVA-CODICE
      * tenendo conto del regime del cliente: esenzione e reverse
      * charge azzerano l'imposta con la natura corrispondente;
      * un codice non censito ricade nell'aliquota ordinaria
       CERCA-ALIQUOTA-IVA.
           MOVE ZERO TO WS-IVA-PERCENT
           MOVE SPACES TO WS-IVA-NATURA

           EVALUATE WS-IVA-REGIME-CLI
               WHEN 'E'
                   MOVE 'N4' TO WS-IVA-NATURA
               WHEN 'R'
                   MOVE 'N6' TO WS-IVA-NATURA
               WHEN OTHER
                   EXEC SQL
                       SELECT percentuale,
                              COALESCE(natura, '    ')
                       INTO :WS-IVA-PERCENT, :WS-IVA-NATURA
                       FROM ALIQUOTE_IVA
                       WHERE codice_iva = :WS-IVA-CODICE
                   END-EXEC

                   IF SQLCODE NOT = 0
                       MOVE 22.00 TO WS-IVA-PERCENT
                       MOVE SPACES TO WS-IVA-NATURA
                   END-IF
           END-EVALUATE.

       AZZERA-CASTELLETTO-IVA.
           MOVE ZERO TO WS-IVA-RIGHE
           MOVE ZERO TO WS-IVA-TOT-IMPONIBILE
           MOVE ZERO TO WS-IVA-TOT-IMPOSTA
           INITIALIZE WS-IVA-CASTELLETTO.

      * Somma WS-IVA-IMPONIBILE nella riga di castelletto della
      * aliquota corrente (WS-IVA-CODICE/PERCENT/NATURA), creandola
      * se nuova
       ACCUMULA-CASTELLETTO-IVA.
           MOVE 'N' TO WS-IVA-TROVATA

           PERFORM VARYING WS-IVA-IDX FROM 1 BY 1
                   UNTIL WS-IVA-IDX > WS-IVA-RIGHE
               IF WS-IVA-CAST-CODICE(WS-IVA-IDX) = WS-IVA-CODICE
                   AND WS-IVA-CAST-PERC(WS-IVA-IDX) = WS-IVA-PERCENT
                   ADD WS-IVA-IMPONIBILE
                       TO WS-IVA-CAST-IMPON(WS-IVA-IDX)
                   MOVE 'S' TO WS-IVA-TROVATA
                   MOVE WS-IVA-RIGHE TO WS-IVA-IDX
               END-IF
           END-PERFORM

           IF WS-IVA-TROVATA = 'N'
               IF WS-IVA-RIGHE < 10
                   ADD 1 TO WS-IVA-RIGHE
                   MOVE WS-IVA-RIGHE TO WS-IVA-IDX
                   MOVE WS-IVA-CODICE
                       TO WS-IVA-CAST-CODICE(WS-IVA-IDX)
                   MOVE WS-IVA-PERCENT
                       TO WS-IVA-CAST-PERC(WS-IVA-IDX)
                   MOVE WS-IVA-NATURA
                       TO WS-IVA-CAST-NATURA(WS-IVA-IDX)
                   MOVE WS-IVA-IMPONIBILE
                       TO WS-IVA-CAST-IMPON(WS-IVA-IDX)
               ELSE
                   DISPLAY "ATTENZIONE: castelletto IVA pieno, "
                           "aliquota " WS-IVA-CODICE " non "
                           "riepilogata!"
               END-IF
           END-IF.

      * Calcola l'imposta di ogni riga del castelletto e i totali
      * documento di imponibile e imposta
       CALCOLA-IMPOSTE-CASTELLETTO.
           MOVE ZERO TO WS-IVA-TOT-IMPONIBILE
           MOVE ZERO TO WS-IVA-TOT-IMPOSTA

           PERFORM VARYING WS-IVA-IDX FROM 1 BY 1
                   UNTIL WS-IVA-IDX > WS-IVA-RIGHE
               COMPUTE WS-IVA-CAST-IMPOSTA(WS-IVA-IDX) ROUNDED =
                   WS-IVA-CAST-IMPON(WS-IVA-IDX) *
                   WS-IVA-CAST-PERC(WS-IVA-IDX) / 100
               ADD WS-IVA-CAST-IMPON(WS-IVA-IDX)
                   TO WS-IVA-TOT-IMPONIBILE
               ADD WS-IVA-CAST-IMPOSTA(WS-IVA-IDX)
                   TO WS-IVA-TOT-IMPOSTA
           END-PERFORM.

       SCRIVI-CASTELLETTO-DDT.
           WRITE DDT-RECORD FROM
               "RIEPILOGO IVA"
           WRITE DDT-RECORD FROM
               "COD.   %ALIQ  NATURA       IMPONIBILE        IMPOSTA"

           PERFORM VARYING WS-IVA-IDX FROM 1 BY 1
                   UNTIL WS-IVA-IDX > WS-IVA-RIGHE
               MOVE SPACES TO DDT-RECORD
               MOVE WS-IVA-CAST-PERC(WS-IVA-IDX)
                   TO WS-PERC-IVA-EDIT
               STRING WS-IVA-CAST-CODICE(WS-IVA-IDX) "   "
                      WS-PERC-IVA-EDIT "  "
                      WS-IVA-CAST-NATURA(WS-IVA-IDX)
                      DELIMITED BY SIZE INTO DDT-RECORD

               MOVE WS-IVA-CAST-IMPON(WS-IVA-IDX)
                   TO WS-IMPORTO-EDIT
               STRING DDT-RECORD(1:20)
                      "  " WS-IMPORTO-EDIT
                      DELIMITED BY SIZE INTO DDT-RECORD

               MOVE WS-IVA-CAST-IMPOSTA(WS-IVA-IDX)
                   TO WS-IMPORTO-EDIT
               STRING DDT-RECORD(1:37)
                      "  " WS-IMPORTO-EDIT
                      DELIMITED BY SIZE INTO DDT-RECORD
               WRITE DDT-RECORD
           END-PERFORM

           MOVE SPACES TO DDT-RECORD
           MOVE WS-IVA-TOT-IMPONIBILE TO WS-IMPORTO-EDIT
           STRING "TOTALE IMPONIBILE: EUR " WS-IMPORTO-EDIT
                  DELIMITED BY SIZE INTO DDT-RECORD
           WRITE DDT-RECORD

           MOVE SPACES TO DDT-RECORD
           MOVE WS-IVA-TOT-IMPOSTA TO WS-IMPORTO-EDIT
           STRING "TOTALE IMPOSTA:    EUR " WS-IMPORTO-EDIT
                  DELIMITED BY SIZE INTO DDT-RECORD
           WRITE DDT-RECORD
           WRITE DDT-RECORD FROM SPACES.

       GENERA-FATTURE-DIFFERITE.
           DISPLAY " "
           DISPLAY "=== GENERAZIONE FATTURE DIFFERITE MENSILI ==="

           DISPLAY "Anno (AAAA): " WITH NO ADVANCING
           ACCEPT WS-ANNO-FATT

           DISPLAY "Mese (MM): " WITH NO ADVANCING
           ACCEPT WS-MESE-FATT

           IF WS-MESE-FATT < 1 OR WS-MESE-FATT > 12
               DISPLAY "Mese non valido!"
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-CONTA-FATTURE
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANNO-CORRENTE

           EXEC SQL
               OPEN CUR-CLIENTI-FATTURA
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-CLIENTI-FATTURA
                   INTO :WS-DOC-CLIENTE, :WS-DOC-RAGIONE
               END-EXEC

               IF SQLCODE = 0
                   PERFORM GENERA-FATTURA-CLIENTE
                   IF WS-ESITO = "OK"
                       ADD 1 TO WS-CONTA-FATTURE
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-CLIENTI-FATTURA
           END-EXEC

           MOVE WS-CONTA-FATTURE TO WS-NUMERO-EDIT
           DISPLAY " "
           DISPLAY "Fatture differite emesse: " WS-NUMERO-EDIT.

      * Emette la fattura differita del cliente corrente raggruppando
      * i DDT del mese non ancora fatturati: richiede WS-DOC-CLIENTE,
      * WS-DOC-RAGIONE, WS-ANNO-FATT e WS-MESE-FATT valorizzati
       GENERA-FATTURA-CLIENTE.
           MOVE "OK" TO WS-ESITO

      * Imballi venduti nel periodo per il contributo CONAI
           PERFORM CARICA-CONAI-FATTURA
           IF WS-ESITO NOT = "OK"
               EXIT PARAGRAPH
           END-IF

      * Dichiarazione d'intento: il plafond si verifica prima di
      * numerare la fattura
           PERFORM VERIFICA-PLAFOND-INTENTO
           IF WS-ESITO NOT = "OK"
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               SELECT COUNT(*) + 1
               INTO :WS-DOC-PROGR
               FROM DOCUMENTI_VENDITA
               WHERE tipo_documento = 'F'
               AND EXTRACT(YEAR FROM data_documento) =
                   :WS-ANNO-CORRENTE
           END-EXEC

           MOVE WS-DOC-PROGR TO WS-DOC-PROGR-ED
           STRING "FT" WS-ANNO-CORRENTE "/" WS-DOC-PROGR-ED
                  DELIMITED BY SIZE INTO WS-FATT-NUMERO

           STRING "FATTURA-" WS-ANNO-CORRENTE "-" WS-DOC-PROGR-ED
                  ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-FATTURA

           MOVE ZERO TO WS-FATT-TOTALE
           MOVE ZERO TO WS-CONTA-DDT-FATT

           OPEN OUTPUT FATTURA-FILE

           WRITE FATTURA-RECORD FROM
               "FATTURA DIFFERITA"
           MOVE ALL "=" TO FATTURA-RECORD
           WRITE FATTURA-RECORD

           STRING "Numero: " WS-FATT-NUMERO
                  "    Data: " FUNCTION CURRENT-DATE(1:10)
                  DELIMITED BY SIZE INTO FATTURA-RECORD
           WRITE FATTURA-RECORD

           STRING "Cliente: " WS-DOC-CLIENTE " - "
                  WS-DOC-RAGIONE(1:40)
                  DELIMITED BY SIZE INTO FATTURA-RECORD
           WRITE FATTURA-RECORD

           STRING "Periodo di riferimento: " WS-MESE-FATT "/"
                  WS-ANNO-FATT
                  DELIMITED BY SIZE INTO FATTURA-RECORD
           WRITE FATTURA-RECORD
           WRITE FATTURA-RECORD FROM SPACES

           WRITE FATTURA-RECORD FROM
               "DDT                   DATA           IMPORTO"
           MOVE ALL "-" TO FATTURA-RECORD
           WRITE FATTURA-RECORD

           EXEC SQL
               OPEN CUR-DDT-CLIENTE
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-DDT-CLIENTE
                   INTO :WS-DOC-NUMERO, :WS-DOC-DATA,
                        :WS-DOC-TOTALE
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-CONTA-DDT-FATT
                   ADD WS-DOC-TOTALE TO WS-FATT-TOTALE

                   MOVE WS-DOC-TOTALE TO WS-IMPORTO-EDIT
                   STRING WS-DOC-NUMERO "  " WS-DOC-DATA "  "
                          WS-IMPORTO-EDIT
                          DELIMITED BY SIZE INTO FATTURA-RECORD
                   WRITE FATTURA-RECORD
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-DDT-CLIENTE
           END-EXEC

           WRITE FATTURA-RECORD FROM SPACES
           MOVE ALL "-" TO FATTURA-RECORD
           WRITE FATTURA-RECORD

           MOVE WS-CONTA-DDT-FATT TO WS-NUMERO-EDIT
           STRING "DDT fatturati: " WS-NUMERO-EDIT
                  DELIMITED BY SIZE INTO FATTURA-RECORD
           WRITE FATTURA-RECORD

      * Sconti e promozioni gia' applicati sulle righe dei DDT
           MOVE ZERO TO WS-SCO-VALORE
           EXEC SQL
               SELECT COALESCE(SUM(ROUND(r.quantita *
                          (r.prezzo_lordo - r.prezzo_unitario), 2)),
                          0)
               INTO :WS-SCO-VALORE
               FROM RIGHE_DOCUMENTI r
               JOIN DOCUMENTI_VENDITA d
                 ON d.numero_documento = r.numero_documento
               WHERE d.tipo_documento = 'D'
               AND d.numero_fattura IS NULL
               AND COALESCE(d.conto_deposito, 'N') = 'N'
               AND d.codice_cliente = :WS-DOC-CLIENTE
               AND EXTRACT(YEAR FROM d.data_documento) = :WS-ANNO-FATT
               AND EXTRACT(MONTH FROM d.data_documento) =
                   :WS-MESE-FATT
               AND r.prezzo_lordo > r.prezzo_unitario
           END-EXEC

           IF WS-SCO-VALORE > 0
               MOVE SPACES TO FATTURA-RECORD
               MOVE WS-SCO-VALORE TO WS-IMPORTO-EDIT
               STRING "Sconti e promozioni applicati sulle righe: "
                      "EUR " WS-IMPORTO-EDIT
                      DELIMITED BY SIZE INTO FATTURA-RECORD
               WRITE FATTURA-RECORD
           END-IF
           WRITE FATTURA-RECORD FROM SPACES

      * Castelletto IVA dai valori congelati sulle righe dei DDT
      * del periodo non ancora fatturati
           PERFORM CARICA-CASTELLETTO-FATTURA
           IF WS-DIN-APPLICA = 'S'
               PERFORM APPLICA-PLAFOND-CASTELLETTO
           END-IF

      * Contributo CONAI in riga propria, imponibile con la merce
           IF WS-CON-TOT-CONTRIBUTO > 0
               PERFORM ACCODA-CONAI-CASTELLETTO
               ADD WS-CON-TOT-CONTRIBUTO TO WS-FATT-TOTALE
           END-IF
           IF WS-CON-RIGHE > 0
               PERFORM SCRIVI-CONAI-FATTURA
           END-IF

           PERFORM SCRIVI-CASTELLETTO-FATTURA
           IF WS-DIN-APPLICA = 'S'
               PERFORM SCRIVI-RIFERIMENTO-INTENTO
           END-IF

           MOVE SPACES TO FATTURA-RECORD
           MOVE WS-FATT-TOTALE TO WS-IMPORTO-EDIT
           STRING "TOTALE IMPONIBILE: EUR " WS-IMPORTO-EDIT
                  DELIMITED BY SIZE INTO FATTURA-RECORD
           WRITE FATTURA-RECORD

           MOVE SPACES TO FATTURA-RECORD
           MOVE WS-IVA-TOT-IMPOSTA TO WS-IMPORTO-EDIT
           STRING "TOTALE IVA:        EUR " WS-IMPORTO-EDIT
                  DELIMITED BY SIZE INTO FATTURA-RECORD
           WRITE FATTURA-RECORD

           COMPUTE WS-FATT-TOTALE =
               WS-FATT-TOTALE + WS-IVA-TOT-IMPOSTA

           MOVE SPACES TO FATTURA-RECORD
           MOVE WS-FATT-TOTALE TO WS-IMPORTO-EDIT
           STRING "TOTALE FATTURA:    EUR " WS-IMPORTO-EDIT
                  DELIMITED BY SIZE INTO FATTURA-RECORD
           WRITE FATTURA-RECORD

           CLOSE FATTURA-FILE

           EXEC SQL
               BEGIN TRANSACTION
           END-EXEC

           EXEC SQL
               INSERT INTO DOCUMENTI_VENDITA
               (tipo_documento, numero_documento, data_documento,
                codice_cliente, riferimento, totale_documento,
                totale_imponibile, totale_imposta,
                id_dichiarazione_intento, protocollo_intento,
                imponibile_plafond)
               VALUES
               ('F', :WS-FATT-NUMERO, CURRENT_DATE,
                :WS-DOC-CLIENTE, NULL, :WS-FATT-TOTALE,
                :WS-IVA-TOT-IMPONIBILE, :WS-IVA-TOT-IMPOSTA,
                NULLIF(:WS-DIN-ID, 0),
                NULLIF(:WS-DIN-PROTOCOLLO, SPACES),
                :WS-DIN-UTILIZZO)
           END-EXEC

           IF SQLCODE = 0
      * Collega i DDT appena fatturati alla fattura emessa
               EXEC SQL
                   UPDATE DOCUMENTI_VENDITA
                   SET numero_fattura = :WS-FATT-NUMERO
                   WHERE tipo_documento = 'D'
                   AND numero_fattura IS NULL
                   AND COALESCE(conto_deposito, 'N') = 'N'
                   AND codice_cliente = :WS-DOC-CLIENTE
                   AND EXTRACT(YEAR FROM data_documento) =
                       :WS-ANNO-FATT
                   AND EXTRACT(MONTH FROM data_documento) =
                       :WS-MESE-FATT
               END-EXEC
           END-IF

      * Righe non imponibili e plafond scalato
           IF SQLCODE = 0 AND WS-DIN-APPLICA = 'S'
               PERFORM REGISTRA-UTILIZZO-PLAFOND
           END-IF

      * Agente e provvigione congelati sulla fattura emessa
           IF SQLCODE = 0
               PERFORM ATTRIBUISCI-AGENTE-FATTURA
           END-IF

      * Kg e contributo CONAI congelati per la dichiarazione
           IF SQLCODE = 0 AND WS-CON-RIGHE > 0
               PERFORM REGISTRA-CONAI-FATTURA
           END-IF

           IF SQLCODE = 0 AND WS-ESITO = "OK"
               EXEC SQL
                   COMMIT
               END-EXEC
               DISPLAY "Fattura " WS-FATT-NUMERO " per cliente "
                       WS-DOC-CLIENTE " - stampata in "
                       WS-NOME-FILE-FATTURA

      * Fatturazione attiva direttamente dal magazzino: accanto
      * alla stampa di cortesia esce il file XML per lo SDI
               PERFORM GENERA-FATTURA-XML

      * Le scadenze di incasso nascono insieme alla fattura
               PERFORM GENERA-SCADENZE-CLIENTE
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               MOVE "KO" TO WS-ESITO
               DISPLAY "Errore emissione fattura per cliente "
                       WS-DOC-CLIENTE ": " SQLCODE
           END-IF.

      * Carica il castelletto IVA della fattura in emissione dai
      * totali per aliquota delle righe DDT non ancora fatturate
      * del cliente e periodo correnti (valori gia' congelati)
       CARICA-CASTELLETTO-FATTURA.
           PERFORM AZZERA-CASTELLETTO-IVA

           EXEC SQL
               OPEN CUR-CAST-FATTURA
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-CAST-FATTURA
                   INTO :WS-IVA-CODICE, :WS-IVA-PERCENT,
                        :WS-IVA-NATURA, :WS-IVA-IMPONIBILE,
                        :WS-IVA-IMPOSTA
               END-EXEC

               IF SQLCODE = 0 AND WS-IVA-RIGHE < 10
                   ADD 1 TO WS-IVA-RIGHE
                   MOVE WS-IVA-RIGHE TO WS-IVA-IDX
                   MOVE WS-IVA-CODICE
                       TO WS-IVA-CAST-CODICE(WS-IVA-IDX)
                   MOVE WS-IVA-PERCENT
                       TO WS-IVA-CAST-PERC(WS-IVA-IDX)
                   MOVE WS-IVA-NATURA
                       TO WS-IVA-CAST-NATURA(WS-IVA-IDX)
                   MOVE WS-IVA-IMPONIBILE
                       TO WS-IVA-CAST-IMPON(WS-IVA-IDX)
                   MOVE WS-IVA-IMPOSTA
                       TO WS-IVA-CAST-IMPOSTA(WS-IVA-IDX)
                   ADD WS-IVA-IMPONIBILE TO WS-IVA-TOT-IMPONIBILE
                   ADD WS-IVA-IMPOSTA TO WS-IVA-TOT-IMPOSTA
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-CAST-FATTURA
           END-EXEC.

      ******************************************************************
      * Verifica del plafond del cliente WS-DOC-CLIENTE prima della
      * fattura differita: con dichiarazione d'intento valida e
      * plafond residuo sufficiente le righe imponibili del periodo
      * diventano non imponibili (WS-DIN-APPLICA = 'S'); con
      * imponibile superiore al residuo la fattura e' bloccata
      * (WS-ESITO = "KO"); con plafond esaurito si fattura con IVA.
      ******************************************************************
       VERIFICA-PLAFOND-INTENTO.
           MOVE 'N' TO WS-DIN-APPLICA
           INITIALIZE WS-DIN-DATI

           EXEC SQL
               SELECT id_dichiarazione, protocollo_ricezione,
                      CAST(data_dichiarazione AS VARCHAR),
                      importo_plafond, importo_utilizzato
               INTO :WS-DIN-ID, :WS-DIN-PROTOCOLLO, :WS-DIN-DATA,
                    :WS-DIN-PLAFOND, :WS-DIN-UTILIZZATO
               FROM DICHIARAZIONI_INTENTO
               WHERE codice_cliente = :WS-DOC-CLIENTE
               AND anno = :WS-ANNO-CORRENTE
               AND stato IN ('A', 'E')
               AND CURRENT_DATE BETWEEN data_inizio AND data_fine
               ORDER BY CASE WHEN importo_plafond >
                                  importo_utilizzato
                             THEN 0 ELSE 1 END,
                        data_dichiarazione
               LIMIT 1
           END-EXEC

           IF SQLCODE NOT = 0
               INITIALIZE WS-DIN-DATI
               EXIT PARAGRAPH
           END-IF

      * Imponibile soggetto a IVA delle righe del periodo
           PERFORM CARICA-CASTELLETTO-FATTURA
           MOVE ZERO TO WS-DIN-IMPONIBILE
           PERFORM VARYING WS-IVA-IDX FROM 1 BY 1
                   UNTIL WS-IVA-IDX > WS-IVA-RIGHE
               IF WS-IVA-CAST-NATURA(WS-IVA-IDX) = SPACES
                   ADD WS-IVA-CAST-IMPON(WS-IVA-IDX)
                       TO WS-DIN-IMPONIBILE
               END-IF
           END-PERFORM

      * Il contributo CONAI segue il regime delle righe imponibili
           IF WS-DIN-IMPONIBILE > 0
               ADD WS-CON-TOT-CONTRIBUTO TO WS-DIN-IMPONIBILE
           END-IF

           IF WS-DIN-IMPONIBILE = 0
               INITIALIZE WS-DIN-DATI
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DIN-RESIDUO =
               WS-DIN-PLAFOND - WS-DIN-UTILIZZATO

           IF WS-DIN-RESIDUO <= 0
               DISPLAY "Cliente " WS-DOC-CLIENTE ": plafond della "
                       "dichiarazione prot. " WS-DIN-PROTOCOLLO
               DISPLAY "  esaurito, fattura con IVA."
               INITIALIZE WS-DIN-DATI
               EXIT PARAGRAPH
           END-IF

           IF WS-DIN-IMPONIBILE > WS-DIN-RESIDUO
               MOVE WS-DIN-IMPONIBILE TO WS-IMPORTO-EDIT
               DISPLAY "Fattura cliente " WS-DOC-CLIENTE
                       " NON emessa: imponibile EUR " WS-IMPORTO-EDIT
               MOVE WS-DIN-RESIDUO TO WS-IMPORTO-EDIT
               DISPLAY "  oltre il plafond residuo EUR "
                       WS-IMPORTO-EDIT " della dichiarazione prot. "
                       WS-DIN-PROTOCOLLO
               DISPLAY "  Integrare o revocare la dichiarazione e "
                       "ripetere la fatturazione."
               MOVE "KO" TO WS-ESITO
               EXIT PARAGRAPH
           END-IF

           MOVE 'S' TO WS-DIN-APPLICA
           MOVE WS-DIN-IMPONIBILE TO WS-DIN-UTILIZZO

           COMPUTE WS-DIN-PERC ROUNDED =
               (WS-DIN-UTILIZZATO + WS-DIN-IMPONIBILE) * 100 /
               WS-DIN-PLAFOND
           IF WS-DIN-PERC >= WS-DIN-SOGLIA-AVVISO
               MOVE WS-DIN-PERC TO WS-PERC-EDIT
               DISPLAY "ATTENZIONE: cliente " WS-DOC-CLIENTE
                       " plafond utilizzato al " WS-PERC-EDIT "%"
           END-IF.

      * Castelletto della fattura in regime di dichiarazione
      * d'intento: le aliquote imponibili confluiscono nel codice
      * non imponibile art. 8 c.1 lett. c, imposta zero
       APPLICA-PLAFOND-CASTELLETTO.
           MOVE WS-IVA-CASTELLETTO TO WS-DIN-CAST-ORIG
           MOVE WS-IVA-RIGHE TO WS-DIN-RIGHE-ORIG
           PERFORM AZZERA-CASTELLETTO-IVA

           PERFORM VARYING WS-DIN-IDX FROM 1 BY 1
                   UNTIL WS-DIN-IDX > WS-DIN-RIGHE-ORIG
               IF WS-DIN-ORIG-NATURA(WS-DIN-IDX) = SPACES
                   MOVE WS-DIN-CODICE-IVA TO WS-IVA-CODICE
                   MOVE ZERO TO WS-IVA-PERCENT
                   MOVE WS-DIN-NATURA TO WS-IVA-NATURA
               ELSE
                   MOVE WS-DIN-ORIG-CODICE(WS-DIN-IDX)
                       TO WS-IVA-CODICE
                   MOVE WS-DIN-ORIG-PERC(WS-DIN-IDX)
                       TO WS-IVA-PERCENT
                   MOVE WS-DIN-ORIG-NATURA(WS-DIN-IDX)
                       TO WS-IVA-NATURA
               END-IF
               MOVE WS-DIN-ORIG-IMPON(WS-DIN-IDX)
                   TO WS-IVA-IMPONIBILE
               PERFORM ACCUMULA-CASTELLETTO-IVA
           END-PERFORM

           PERFORM CALCOLA-IMPOSTE-CASTELLETTO.

      * Nella transazione della fattura: righe dei DDT fatturati
      * congelate come non imponibili e plafond scalato
       REGISTRA-UTILIZZO-PLAFOND.
           EXEC SQL
               UPDATE RIGHE_DOCUMENTI
               SET codice_iva = :WS-DIN-CODICE-IVA,
                   aliquota_percentuale = 0,
                   natura = :WS-DIN-NATURA,
                   imposta = 0
               WHERE natura IS NULL
               AND numero_documento IN
                   (SELECT numero_documento
                    FROM DOCUMENTI_VENDITA
                    WHERE tipo_documento = 'D'
                    AND numero_fattura = :WS-FATT-NUMERO)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Errore righe non imponibili: " SQLCODE
               MOVE "KO" TO WS-ESITO
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               UPDATE DICHIARAZIONI_INTENTO
               SET importo_utilizzato =
                       importo_utilizzato + :WS-DIN-IMPONIBILE,
                   stato = CASE
                       WHEN importo_utilizzato + :WS-DIN-IMPONIBILE
                            >= importo_plafond
                       THEN 'E' ELSE stato END
               WHERE id_dichiarazione = :WS-DIN-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Errore aggiornamento plafond: " SQLCODE
               MOVE "KO" TO WS-ESITO
           END-IF.

      * Dicitura obbligatoria in fattura per le operazioni con
      * dichiarazione d'intento
       SCRIVI-RIFERIMENTO-INTENTO.
           WRITE FATTURA-RECORD FROM
               "Operazione non imponibile art. 8 c.1 lett. c) " &
               "DPR 633/72"
           MOVE SPACES TO FATTURA-RECORD
           STRING "Dichiarazione d'intento prot. " DELIMITED BY SIZE
                  WS-DIN-PROTOCOLLO DELIMITED BY SPACE
                  " del " WS-DIN-DATA DELIMITED BY SIZE
                  INTO FATTURA-RECORD
           WRITE FATTURA-RECORD
           WRITE FATTURA-RECORD FROM SPACES.

       SCRIVI-CASTELLETTO-FATTURA.
           WRITE FATTURA-RECORD FROM
               "RIEPILOGO IVA"
           WRITE FATTURA-RECORD FROM
               "COD.   %ALIQ  NATURA       IMPONIBILE        IMPOSTA"

           PERFORM VARYING WS-IVA-IDX FROM 1 BY 1
                   UNTIL WS-IVA-IDX > WS-IVA-RIGHE
               MOVE SPACES TO FATTURA-RECORD
               MOVE WS-IVA-CAST-PERC(WS-IVA-IDX)
                   TO WS-PERC-IVA-EDIT
               STRING WS-IVA-CAST-CODICE(WS-IVA-IDX) "   "
                      WS-PERC-IVA-EDIT "  "
                      WS-IVA-CAST-NATURA(WS-IVA-IDX)
                      DELIMITED BY SIZE INTO FATTURA-RECORD

               MOVE WS-IVA-CAST-IMPON(WS-IVA-IDX)
                   TO WS-IMPORTO-EDIT
               STRING FATTURA-RECORD(1:20)
                      "  " WS-IMPORTO-EDIT
                      DELIMITED BY SIZE INTO FATTURA-RECORD

               MOVE WS-IVA-CAST-IMPOSTA(WS-IVA-IDX)
                   TO WS-IMPORTO-EDIT
               STRING FATTURA-RECORD(1:37)
                      "  " WS-IMPORTO-EDIT
                      DELIMITED BY SIZE INTO FATTURA-RECORD
               WRITE FATTURA-RECORD
           END-PERFORM

           WRITE FATTURA-RECORD FROM SPACES.

      ******************************************************************
      * Contributo CONAI della fattura differita in emissione: kg per
      * materiale dalle righe DDT del periodo e composizione imballi
      * degli articoli. Per i clienti esteri il contributo non e'
      * addebitato e i kg restano registrati come esenti.
      ******************************************************************
       CARICA-CONAI-FATTURA.
           MOVE ZERO TO WS-CON-RIGHE
           MOVE ZERO TO WS-CON-TOT-CONTRIBUTO
           MOVE ZERO TO WS-CON-TOT-KG
           MOVE 'N' TO WS-CON-ESENZIONE
           INITIALIZE WS-CON-TABELLA

           EXEC SQL
               SELECT COALESCE(paese, 'IT'), COALESCE(flag_ue, 'N')
               INTO :WS-CON-PAESE, :WS-CON-FLAG-UE
               FROM CLIENTI
               WHERE codice_cliente = :WS-DOC-CLIENTE
           END-EXEC

           IF SQLCODE = 0 AND WS-CON-PAESE NOT = 'IT'
               AND WS-CON-PAESE NOT = SPACES
               IF WS-CON-FLAG-UE = 'S'
                   MOVE 'I' TO WS-CON-ESENZIONE
               ELSE
                   MOVE 'E' TO WS-CON-ESENZIONE
               END-IF
           END-IF

           EXEC SQL
               OPEN CUR-CONAI-FATTURA
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-CONAI-FATTURA
                   INTO :WS-CON-MATERIALE, :WS-CON-DESCRIZIONE,
                        :WS-CON-TARIFFA, :WS-CON-KG
               END-EXEC

               IF SQLCODE = 0 AND WS-CON-RIGHE < 10
                   ADD 1 TO WS-CON-RIGHE
                   MOVE WS-CON-RIGHE TO WS-CON-IDX
                   MOVE WS-CON-MATERIALE
                       TO WS-CON-T-MATERIALE(WS-CON-IDX)
                   MOVE WS-CON-DESCRIZIONE
                       TO WS-CON-T-DESCR(WS-CON-IDX)
                   MOVE WS-CON-TARIFFA
                       TO WS-CON-T-TARIFFA(WS-CON-IDX)
                   MOVE WS-CON-KG TO WS-CON-T-KG(WS-CON-IDX)
                   ADD WS-CON-KG TO WS-CON-TOT-KG

                   IF WS-CON-ESENZIONE = 'N'
                       COMPUTE WS-CON-T-CONTRIB(WS-CON-IDX) ROUNDED =
                           WS-CON-KG * WS-CON-TARIFFA / 1000
                       ADD WS-CON-T-CONTRIB(WS-CON-IDX)
                           TO WS-CON-TOT-CONTRIBUTO
                       IF WS-CON-TARIFFA = 0
                           DISPLAY "ATTENZIONE: contributo CONAI "
                                   "non definito per il materiale "
                                   WS-CON-MATERIALE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF SQLCODE NOT = 100
               DISPLAY "Errore lettura imballi CONAI: " SQLCODE
               MOVE "KO" TO WS-ESITO
           END-IF

           EXEC SQL
               CLOSE CUR-CONAI-FATTURA
           END-EXEC.

      * Il contributo CONAI segue il trattamento IVA della merce:
      * confluisce nella riga di castelletto con l'imponibile
      * prevalente, di cui assume codice, aliquota e natura
       ACCODA-CONAI-CASTELLETTO.
           MOVE ZERO TO WS-CON-IVA-IDX

           PERFORM VARYING WS-IVA-IDX FROM 1 BY 1
                   UNTIL WS-IVA-IDX > WS-IVA-RIGHE
               IF WS-CON-IVA-IDX = 0
                   MOVE WS-IVA-IDX TO WS-CON-IVA-IDX
               ELSE
                   IF WS-IVA-CAST-IMPON(WS-IVA-IDX) >
                      WS-IVA-CAST-IMPON(WS-CON-IVA-IDX)
                       MOVE WS-IVA-IDX TO WS-CON-IVA-IDX
                   END-IF
               END-IF
           END-PERFORM

           IF WS-CON-IVA-IDX = 0
               DISPLAY "ATTENZIONE: contributo CONAI senza "
                       "castelletto IVA, non addebitato!"
               MOVE ZERO TO WS-CON-TOT-CONTRIBUTO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IVA-CAST-CODICE(WS-CON-IVA-IDX)
               TO WS-CON-CODICE-IVA
           MOVE WS-IVA-CAST-PERC(WS-CON-IVA-IDX) TO WS-CON-PERC-IVA
           MOVE WS-IVA-CAST-NATURA(WS-CON-IVA-IDX) TO WS-CON-NATURA

           COMPUTE WS-CON-IMPOSTA ROUNDED =
               WS-CON-TOT-CONTRIBUTO * WS-CON-PERC-IVA / 100

           ADD WS-CON-TOT-CONTRIBUTO
               TO WS-IVA-CAST-IMPON(WS-CON-IVA-IDX)
           ADD WS-CON-IMPOSTA TO WS-IVA-CAST-IMPOSTA(WS-CON-IVA-IDX)
           ADD WS-CON-TOT-CONTRIBUTO TO WS-IVA-TOT-IMPONIBILE
           ADD WS-CON-IMPOSTA TO WS-IVA-TOT-IMPOSTA.

      * Riga del contributo CONAI in fattura, per materiale, con la
      * dicitura di legge o il motivo dell'esenzione
       SCRIVI-CONAI-FATTURA.
           WRITE FATTURA-RECORD FROM
               "CONTRIBUTO AMBIENTALE CONAI"
           WRITE FATTURA-RECORD FROM
               "MAT DESCRIZIONE                       KG   EUR/TON" &
               "    CONTRIBUTO"

           PERFORM VARYING WS-CON-IDX FROM 1 BY 1
                   UNTIL WS-CON-IDX > WS-CON-RIGHE
               MOVE SPACES TO FATTURA-RECORD
               MOVE WS-CON-T-KG(WS-CON-IDX) TO WS-CON-KG-EDIT
               MOVE WS-CON-T-TARIFFA(WS-CON-IDX) TO WS-CON-TARIFFA-EDIT
               MOVE WS-CON-T-CONTRIB(WS-CON-IDX) TO WS-IMPORTO-EDIT
               STRING WS-CON-T-MATERIALE(WS-CON-IDX) " "
                      WS-CON-T-DESCR(WS-CON-IDX)(1:20) " "
                      WS-CON-KG-EDIT " " WS-CON-TARIFFA-EDIT " "
                      WS-IMPORTO-EDIT
                      DELIMITED BY SIZE INTO FATTURA-RECORD
               WRITE FATTURA-RECORD
           END-PERFORM

           MOVE SPACES TO FATTURA-RECORD
           MOVE WS-CON-TOT-CONTRIBUTO TO WS-IMPORTO-EDIT
           STRING "Totale contributo ambientale CONAI: EUR "
                  WS-IMPORTO-EDIT
                  DELIMITED BY SIZE INTO FATTURA-RECORD
           WRITE FATTURA-RECORD

           EVALUATE WS-CON-ESENZIONE
               WHEN 'E'
                   WRITE FATTURA-RECORD FROM
                       "Contributo ambientale CONAI non dovuto: " &
                       "imballaggi esportati fuori dalla UE"
               WHEN 'I'
                   WRITE FATTURA-RECORD FROM
                       "Contributo ambientale CONAI non dovuto: " &
                       "imballaggi ceduti in altro paese UE"
               WHEN OTHER
                   WRITE FATTURA-RECORD FROM
                       "Contributo ambientale CONAI assolto ove dovuto"
           END-EVALUATE
           WRITE FATTURA-RECORD FROM SPACES.

      * Nella transazione della fattura: contributo e kg per
      * materiale congelati per la dichiarazione periodica
       REGISTRA-CONAI-FATTURA.
           PERFORM VARYING WS-CON-IDX FROM 1 BY 1
                   UNTIL WS-CON-IDX > WS-CON-RIGHE
                      OR SQLCODE NOT = 0
               EXEC SQL
                   INSERT INTO CONAI_FATTURE
                   (numero_fattura, codice_cliente, materiale, kg,
                    contributo_tonnellata, contributo, esenzione,
                    codice_iva, aliquota_percentuale, natura)
                   VALUES
                   (:WS-FATT-NUMERO, :WS-DOC-CLIENTE,
                    :WS-CON-T-MATERIALE(WS-CON-IDX),
                    :WS-CON-T-KG(WS-CON-IDX),
                    :WS-CON-T-TARIFFA(WS-CON-IDX),
                    :WS-CON-T-CONTRIB(WS-CON-IDX),
                    :WS-CON-ESENZIONE,
                    NULLIF(:WS-CON-CODICE-IVA, SPACES),
                    :WS-CON-PERC-IVA,
                    NULLIF(:WS-CON-NATURA, SPACES))
               END-EXEC
           END-PERFORM

           IF SQLCODE NOT = 0
               DISPLAY "Errore registrazione contributo CONAI: "
                       SQLCODE
           END-IF.

       GESTIONE-DICHIARAZIONI-INTENTO.
           DISPLAY " "
           DISPLAY "=== DICHIARAZIONI D'INTENTO / PLAFOND ==="
           DISPLAY " "
           DISPLAY "1. Registra dichiarazione d'intento"
           DISPLAY "2. Revoca dichiarazione d'intento"
           DISPLAY "3. Report mensile utilizzo plafond"
           DISPLAY " "
           DISPLAY "Scelta: " WITH NO ADVANCING
           ACCEPT WS-SCELTA

           EVALUATE WS-SCELTA
               WHEN 1
                   PERFORM REGISTRA-DICHIARAZIONE-INTENTO
               WHEN 2
                   PERFORM REVOCA-DICHIARAZIONE-INTENTO
               WHEN 3
                   PERFORM REPORT-UTILIZZO-PLAFOND
               WHEN OTHER
                   DISPLAY "Scelta non valida!"
           END-EVALUATE.

      ******************************************************************
      * Registrazione della lettera d'intento ricevuta dal cliente
      * esportatore abituale: protocollo di ricezione telematica,
      * anno, plafond e periodo di validita' (di default l'intero
      * anno).
      ******************************************************************
       REGISTRA-DICHIARAZIONE-INTENTO.
           DISPLAY " "
           INITIALIZE WS-DIN-DATI

           DISPLAY "Codice cliente: " WITH NO ADVANCING
           ACCEPT WS-DIN-CLIENTE

           EXEC SQL
               SELECT ragione_sociale
               INTO :WS-DIN-RAGIONE
               FROM CLIENTI
               WHERE codice_cliente = :WS-DIN-CLIENTE
               AND stato = 'A'
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Cliente non trovato o non attivo!"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Cliente: " WS-DIN-RAGIONE(1:40)

           DISPLAY "Anno di riferimento (AAAA): " WITH NO ADVANCING
           ACCEPT WS-DIN-ANNO
           IF WS-DIN-ANNO = 0
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-DIN-ANNO
           END-IF

           DISPLAY "Protocollo di ricezione: " WITH NO ADVANCING
           ACCEPT WS-DIN-PROTOCOLLO
           IF WS-DIN-PROTOCOLLO = SPACES
               DISPLAY "Protocollo obbligatorio!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Data della dichiarazione (AAAA-MM-GG): "
                   WITH NO ADVANCING
           ACCEPT WS-DIN-DATA
           IF WS-DIN-DATA = SPACES
               DISPLAY "Data obbligatoria!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Importo plafond: " WITH NO ADVANCING
           ACCEPT WS-DIN-PLAFOND
           IF WS-DIN-PLAFOND <= 0
               DISPLAY "Importo non valido!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Valida dal (AAAA-MM-GG, vuoto = inizio anno): "
                   WITH NO ADVANCING
           ACCEPT WS-DIN-DATA-INIZIO
           IF WS-DIN-DATA-INIZIO = SPACES
               STRING WS-DIN-ANNO "-01-01"
                      DELIMITED BY SIZE INTO WS-DIN-DATA-INIZIO
           END-IF

           DISPLAY "Valida al (AAAA-MM-GG, vuoto = fine anno): "
                   WITH NO ADVANCING
           ACCEPT WS-DIN-DATA-FINE
           IF WS-DIN-DATA-FINE = SPACES
               STRING WS-DIN-ANNO "-12-31"
                      DELIMITED BY SIZE INTO WS-DIN-DATA-FINE
           END-IF

           IF WS-DIN-DATA-FINE < WS-DIN-DATA-INIZIO
               DISPLAY "Periodo di validità non valido!"
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               INSERT INTO DICHIARAZIONI_INTENTO
               (codice_cliente, anno, protocollo_ricezione,
                data_dichiarazione, importo_plafond,
                importo_utilizzato, data_inizio, data_fine,
                stato, operatore, data_registrazione)
               VALUES
               (:WS-DIN-CLIENTE, :WS-DIN-ANNO, :WS-DIN-PROTOCOLLO,
                :WS-DIN-DATA, :WS-DIN-PLAFOND, 0,
                :WS-DIN-DATA-INIZIO, :WS-DIN-DATA-FINE,
                'A', :WS-OPERATORE-CORRENTE, CURRENT_DATE)
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   COMMIT
               END-EXEC
               DISPLAY "Dichiarazione d'intento registrata."
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               DISPLAY "Errore registrazione dichiarazione: "
                       SQLCODE
           END-IF.

      * Revoca della dichiarazione: dalla fattura successiva il
      * cliente torna in regime IVA ordinario
       REVOCA-DICHIARAZIONE-INTENTO.
           DISPLAY " "
           DISPLAY "Codice cliente: " WITH NO ADVANCING
           ACCEPT WS-DIN-CLIENTE

           DISPLAY "Protocollo di ricezione: " WITH NO ADVANCING
           ACCEPT WS-DIN-PROTOCOLLO

           EXEC SQL
               UPDATE DICHIARAZIONI_INTENTO
               SET stato = 'R',
                   data_revoca = CURRENT_DATE
               WHERE codice_cliente = :WS-DIN-CLIENTE
               AND protocollo_ricezione = :WS-DIN-PROTOCOLLO
               AND stato IN ('A', 'E')
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   COMMIT
               END-EXEC
               DISPLAY "Dichiarazione revocata."
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               DISPLAY "Dichiarazione non trovata o già revocata!"
           END-IF.

      ******************************************************************
      * Report mensile dell'utilizzo del plafond per cliente: per
      * ogni dichiarazione dell'anno il plafond, l'utilizzato fino
      * al mese precedente, l'utilizzato nel mese e il residuo.
      ******************************************************************
       REPORT-UTILIZZO-PLAFOND.
           DISPLAY " "
           DISPLAY "Anno (AAAA): " WITH NO ADVANCING
           ACCEPT WS-DIN-REP-ANNO

           DISPLAY "Mese (MM): " WITH NO ADVANCING
           ACCEPT WS-DIN-REP-MESE

           IF WS-DIN-REP-MESE < 1 OR WS-DIN-REP-MESE > 12
               DISPLAY "Mese non valido!"
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-CONTA-DIN
           MOVE ZERO TO WS-DIN-TOT-MESE

           MOVE SPACES TO WS-NOME-FILE-PLAFOND
           STRING "PLAFOND-" WS-DIN-REP-ANNO WS-DIN-REP-MESE ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-PLAFOND

           OPEN OUTPUT PLAFOND-FILE

           WRITE PLAFOND-RECORD FROM
               "UTILIZZO PLAFOND DICHIARAZIONI D'INTENTO"
           MOVE ALL "=" TO PLAFOND-RECORD
           WRITE PLAFOND-RECORD

           MOVE SPACES TO PLAFOND-RECORD
           STRING "Periodo: " WS-DIN-REP-MESE "/" WS-DIN-REP-ANNO
                  "    Stampato il: " FUNCTION CURRENT-DATE(1:10)
                  DELIMITED BY SIZE INTO PLAFOND-RECORD
           WRITE PLAFOND-RECORD
           WRITE PLAFOND-RECORD FROM SPACES

           WRITE PLAFOND-RECORD FROM
               "CLIENTE  RAGIONE SOCIALE      PROTOCOLLO" &
               "                     PLAFOND  UTIL. PRECED." &
               "     UTIL. MESE" &
               "        RESIDUO      %  S"
           MOVE ALL "-" TO PLAFOND-RECORD
           WRITE PLAFOND-RECORD

           EXEC SQL
               OPEN CUR-PLAFOND-MESE
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-PLAFOND-MESE
                   INTO :WS-DIN-CLIENTE, :WS-DIN-RAGIONE,
                        :WS-DIN-PROTOCOLLO, :WS-DIN-PLAFOND,
                        :WS-DIN-PRECEDENTE, :WS-DIN-NEL-MESE,
                        :WS-DIN-STATO
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-CONTA-DIN
                   ADD WS-DIN-NEL-MESE TO WS-DIN-TOT-MESE
                   COMPUTE WS-DIN-RESIDUO =
                       WS-DIN-PLAFOND - WS-DIN-PRECEDENTE
                       - WS-DIN-NEL-MESE
                   COMPUTE WS-DIN-PERC ROUNDED =
                       (WS-DIN-PRECEDENTE + WS-DIN-NEL-MESE) * 100
                       / WS-DIN-PLAFOND

                   MOVE SPACES TO PLAFOND-RECORD
                   STRING WS-DIN-CLIENTE " "
                          WS-DIN-RAGIONE(1:20) " "
                          WS-DIN-PROTOCOLLO(1:23)
                          DELIMITED BY SIZE INTO PLAFOND-RECORD

                   MOVE WS-DIN-PLAFOND TO WS-IMPORTO-EDIT
                   STRING PLAFOND-RECORD(1:53)
                          "  " WS-IMPORTO-EDIT
                          DELIMITED BY SIZE INTO PLAFOND-RECORD

                   MOVE WS-DIN-PRECEDENTE TO WS-IMPORTO-EDIT
                   STRING PLAFOND-RECORD(1:68)
                          "  " WS-IMPORTO-EDIT
                          DELIMITED BY SIZE INTO PLAFOND-RECORD

                   MOVE WS-DIN-NEL-MESE TO WS-IMPORTO-EDIT
                   STRING PLAFOND-RECORD(1:83)
                          "  " WS-IMPORTO-EDIT
                          DELIMITED BY SIZE INTO PLAFOND-RECORD

                   MOVE WS-DIN-RESIDUO TO WS-IMPORTO-EDIT
                   MOVE WS-DIN-PERC TO WS-PERC-EDIT
                   STRING PLAFOND-RECORD(1:98)
                          "  " WS-IMPORTO-EDIT
                          " " WS-PERC-EDIT
                          "  " WS-DIN-STATO
                          DELIMITED BY SIZE INTO PLAFOND-RECORD
                   WRITE PLAFOND-RECORD
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-PLAFOND-MESE
           END-EXEC

           WRITE PLAFOND-RECORD FROM SPACES
           MOVE ALL "-" TO PLAFOND-RECORD
           WRITE PLAFOND-RECORD

           MOVE SPACES TO PLAFOND-RECORD
           MOVE WS-DIN-TOT-MESE TO WS-IMPORTO-EDIT
           STRING "PLAFOND UTILIZZATO NEL MESE: EUR " WS-IMPORTO-EDIT
                  DELIMITED BY SIZE INTO PLAFOND-RECORD
           WRITE PLAFOND-RECORD

           WRITE PLAFOND-RECORD FROM
               "Stato: A=Attiva, E=Esaurita, R=Revocata"

           CLOSE PLAFOND-FILE

           MOVE WS-CONTA-DIN TO WS-NUMERO-EDIT
           DISPLAY "Dichiarazioni nel report: " WS-NUMERO-EDIT
           DISPLAY "Report salvato in " WS-NOME-FILE-PLAFOND.

      ******************************************************************
      * Contributo ambientale CONAI: anagrafica dei materiali con il
      * contributo per tonnellata, composizione degli imballi per
      * articolo e dichiarazione periodica
      ******************************************************************
       GESTIONE-CONAI.
           DISPLAY " "
           DISPLAY "=== CONTRIBUTO AMBIENTALE CONAI ==="
           DISPLAY " "
           DISPLAY "1. Materiali e contributo per tonnellata"
           DISPLAY "2. Composizione imballi articolo"
           DISPLAY "3. Visualizza composizione imballi articolo"
           DISPLAY "4. Dichiarazione periodica CONAI"
           DISPLAY " "
           DISPLAY "Scelta: " WITH NO ADVANCING
           ACCEPT WS-SCELTA

           EVALUATE WS-SCELTA
               WHEN 1
                   PERFORM INSERISCI-MATERIALE-CONAI
               WHEN 2
                   PERFORM INSERISCI-IMBALLO-ARTICOLO
               WHEN 3
                   PERFORM VISUALIZZA-IMBALLI-ARTICOLO
               WHEN 4
                   PERFORM DICHIARAZIONE-CONAI
               WHEN OTHER
                   DISPLAY "Scelta non valida!"
           END-EVALUATE.

       INSERISCI-MATERIALE-CONAI.
           DISPLAY "Materiale (ACC=Acciaio, ALL=Alluminio, "
                   "CAR=Carta, LEG=Legno,"
           DISPLAY "  PLA=Plastica, BIO=Bioplastica, VET=Vetro): "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-CON-MATERIALE
           ACCEPT WS-CON-MATERIALE
           IF WS-CON-MATERIALE = SPACES
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Descrizione: " WITH NO ADVANCING
           MOVE SPACES TO WS-CON-DESCRIZIONE
           ACCEPT WS-CON-DESCRIZIONE

           DISPLAY "Contributo EUR per tonnellata: " WITH NO ADVANCING
           ACCEPT WS-CON-TARIFFA

           EXEC SQL
               UPDATE CONAI_MATERIALI
               SET descrizione = :WS-CON-DESCRIZIONE,
                   contributo_tonnellata = :WS-CON-TARIFFA
               WHERE materiale = :WS-CON-MATERIALE
           END-EXEC

           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO CONAI_MATERIALI
                   (materiale, descrizione, contributo_tonnellata)
                   VALUES
                   (:WS-CON-MATERIALE, :WS-CON-DESCRIZIONE,
                    :WS-CON-TARIFFA)
               END-EXEC
           END-IF

           IF SQLCODE = 0
               DISPLAY "Materiale registrato!"
           ELSE
               DISPLAY "Errore registrazione materiale: " SQLCODE
           END-IF.

      * Kg di un materiale per unita' venduta dell'articolo; zero
      * toglie il materiale dalla composizione
       INSERISCI-IMBALLO-ARTICOLO.
           DISPLAY "Codice articolo: " WITH NO ADVANCING
           ACCEPT WS-ART-CODICE
           PERFORM CARICA-ARTICOLO
           IF WS-ESITO NOT = "OK"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Articolo: " WS-ART-DESCRIZIONE(1:40)

           DISPLAY "Materiale: " WITH NO ADVANCING
           MOVE SPACES TO WS-CON-MATERIALE
           ACCEPT WS-CON-MATERIALE

           EXEC SQL
               SELECT descrizione
               INTO :WS-CON-DESCRIZIONE
               FROM CONAI_MATERIALI
               WHERE materiale = :WS-CON-MATERIALE
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Materiale non censito!"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Materiale: " WS-CON-DESCRIZIONE

           DISPLAY "Kg per unita' venduta (0 = elimina): "
                   WITH NO ADVANCING
           ACCEPT WS-CON-KG-UNITARI

           IF WS-CON-KG-UNITARI = 0
               EXEC SQL
                   DELETE FROM IMBALLI_ARTICOLO
                   WHERE codice_articolo = :WS-ART-CODICE
                   AND materiale = :WS-CON-MATERIALE
               END-EXEC
               IF SQLCODE = 0
                   DISPLAY "Materiale tolto dalla composizione."
               ELSE
                   DISPLAY "Materiale non presente nella "
                           "composizione."
               END-IF
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               UPDATE IMBALLI_ARTICOLO
               SET kg_unitari = :WS-CON-KG-UNITARI
               WHERE codice_articolo = :WS-ART-CODICE
               AND materiale = :WS-CON-MATERIALE
           END-EXEC

           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO IMBALLI_ARTICOLO
                   (codice_articolo, materiale, kg_unitari)
                   VALUES
                   (:WS-ART-CODICE, :WS-CON-MATERIALE,
                    :WS-CON-KG-UNITARI)
               END-EXEC
           END-IF

           IF SQLCODE = 0
               DISPLAY "Composizione imballi registrata!"
           ELSE
               DISPLAY "Errore registrazione imballo: " SQLCODE
           END-IF.

       VISUALIZZA-IMBALLI-ARTICOLO.
           DISPLAY "Codice articolo: " WITH NO ADVANCING
           ACCEPT WS-ART-CODICE

           DISPLAY " "
           DISPLAY "MAT DESCRIZIONE                    KG PER UNITA'"
           DISPLAY "------------------------------------------------"

           MOVE ZERO TO WS-CON-RIGHE

           EXEC SQL
               OPEN CUR-IMBALLI-ARTICOLO
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-IMBALLI-ARTICOLO
                   INTO :WS-CON-MATERIALE, :WS-CON-DESCRIZIONE,
                        :WS-CON-KG-UNITARI
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-CON-RIGHE
                   MOVE WS-CON-KG-UNITARI TO WS-CON-KG-UNIT-EDIT
                   DISPLAY WS-CON-MATERIALE " "
                           WS-CON-DESCRIZIONE(1:25) " "
                           WS-CON-KG-UNIT-EDIT
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-IMBALLI-ARTICOLO
           END-EXEC

           IF WS-CON-RIGHE = 0
               DISPLAY "Nessun imballo censito per l'articolo."
           END-IF.

      ******************************************************************
      * Dichiarazione periodica CONAI, mensile o trimestrale: kg
      * soggetti ed esenti e contributo per materiale dalle fatture
      * emesse nel periodo. Ogni materiale e' riconciliato con i kg
      * ricalcolati dalle righe DDT delle stesse fatture: una
      * differenza segnala fatture senza contributo registrato o
      * composizioni modificate dopo la fatturazione.
      ******************************************************************
       DICHIARAZIONE-CONAI.
           DISPLAY " "
           DISPLAY "Anno (AAAA): " WITH NO ADVANCING
           ACCEPT WS-CON-ANNO

           DISPLAY "Periodicita' (M=Mensile, T=Trimestrale): "
                   WITH NO ADVANCING
           ACCEPT WS-CON-PERIODICITA

           EVALUATE WS-CON-PERIODICITA
               WHEN 'M'
                   DISPLAY "Mese (MM): " WITH NO ADVANCING
                   ACCEPT WS-CON-PERIODO
                   IF WS-CON-PERIODO < 1 OR WS-CON-PERIODO > 12
                       DISPLAY "Mese non valido!"
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-CON-PERIODO TO WS-CON-MESE-DA
                   MOVE WS-CON-PERIODO TO WS-CON-MESE-A
               WHEN 'T'
                   DISPLAY "Trimestre (1-4): " WITH NO ADVANCING
                   ACCEPT WS-CON-PERIODO
                   IF WS-CON-PERIODO < 1 OR WS-CON-PERIODO > 4
                       DISPLAY "Trimestre non valido!"
                       EXIT PARAGRAPH
                   END-IF
                   COMPUTE WS-CON-MESE-A = WS-CON-PERIODO * 3
                   COMPUTE WS-CON-MESE-DA = WS-CON-MESE-A - 2
               WHEN OTHER
                   DISPLAY "Periodicita' non valida!"
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE ZERO TO WS-CON-TOT-SOGGETTI
           MOVE ZERO TO WS-CON-TOT-ESENTI
           MOVE ZERO TO WS-CON-TOT-DDT
           MOVE ZERO TO WS-CON-TOT-DICH
           MOVE ZERO TO WS-CON-NON-QUADRA
           MOVE ZERO TO WS-CON-RIGHE

           EXEC SQL
               SELECT COUNT(DISTINCT c.numero_fattura)
               INTO :WS-CON-NUM-FATTURE
               FROM CONAI_FATTURE c
               JOIN DOCUMENTI_VENDITA f
                 ON f.numero_documento = c.numero_fattura
                AND f.tipo_documento = 'F'
               WHERE EXTRACT(YEAR FROM f.data_documento) = :WS-CON-ANNO
               AND EXTRACT(MONTH FROM f.data_documento)
                   BETWEEN :WS-CON-MESE-DA AND :WS-CON-MESE-A
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO WS-CON-NUM-FATTURE
           END-IF

           MOVE SPACES TO WS-NOME-FILE-CONAI
           STRING "CONAI-" WS-CON-ANNO WS-CON-PERIODICITA
                  WS-CON-PERIODO ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-CONAI

           OPEN OUTPUT CONAI-FILE

           WRITE CONAI-RECORD FROM
               "DICHIARAZIONE PERIODICA CONTRIBUTO AMBIENTALE CONAI"
           MOVE ALL "=" TO CONAI-RECORD
           WRITE CONAI-RECORD

           MOVE SPACES TO CONAI-RECORD
           IF WS-CON-PERIODICITA = 'M'
               STRING "Periodo: mese " WS-CON-PERIODO "/"
                      WS-CON-ANNO
                      "    Stampato il: " FUNCTION CURRENT-DATE(1:10)
                      DELIMITED BY SIZE INTO CONAI-RECORD
           ELSE
               STRING "Periodo: trimestre " WS-CON-PERIODO(2:1) "/"
                      WS-CON-ANNO " (mesi " WS-CON-MESE-DA "-"
                      WS-CON-MESE-A ")"
                      "    Stampato il: " FUNCTION CURRENT-DATE(1:10)
                      DELIMITED BY SIZE INTO CONAI-RECORD
           END-IF
           WRITE CONAI-RECORD
           WRITE CONAI-RECORD FROM SPACES

           WRITE CONAI-RECORD FROM
               "MAT DESCRIZIONE            EUR/TON     KG SOGGETTI" &
               "       KG ESENTI     CONTRIBUTO" &
               "  KG DA DDT FATT.    DIFFERENZA KG"
           MOVE ALL "-" TO CONAI-RECORD
           WRITE CONAI-RECORD

           EXEC SQL
               OPEN CUR-CONAI-DICH
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-CONAI-DICH
                   INTO :WS-CON-MATERIALE, :WS-CON-DESCRIZIONE,
                        :WS-CON-TARIFFA, :WS-CON-KG-SOGGETTI,
                        :WS-CON-KG-ESENTI, :WS-CON-CONTRIBUTO,
                        :WS-CON-KG-DDT
               END-EXEC

               IF SQLCODE = 0
                   PERFORM SCRIVI-RIGA-DICHIARAZIONE-CONAI
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-CONAI-DICH
           END-EXEC

           WRITE CONAI-RECORD FROM SPACES
           MOVE ALL "-" TO CONAI-RECORD
           WRITE CONAI-RECORD

           MOVE SPACES TO CONAI-RECORD
           MOVE WS-CON-TOT-SOGGETTI TO WS-CON-KG-EDIT
           STRING "TOTALE KG SOGGETTI:       " WS-CON-KG-EDIT
                  DELIMITED BY SIZE INTO CONAI-RECORD
           WRITE CONAI-RECORD

           MOVE SPACES TO CONAI-RECORD
           MOVE WS-CON-TOT-ESENTI TO WS-CON-KG-EDIT
           STRING "TOTALE KG ESENTI:         " WS-CON-KG-EDIT
                  DELIMITED BY SIZE INTO CONAI-RECORD
           WRITE CONAI-RECORD

           MOVE SPACES TO CONAI-RECORD
           MOVE WS-CON-TOT-DICH TO WS-IMPORTO-EDIT
           MOVE WS-CON-NUM-FATTURE TO WS-NUMERO-EDIT
           STRING "CONTRIBUTO FATTURATO: EUR " WS-IMPORTO-EDIT
                  "  su " WS-NUMERO-EDIT " fatture"
                  DELIMITED BY SIZE INTO CONAI-RECORD
           WRITE CONAI-RECORD
           WRITE CONAI-RECORD FROM SPACES

           IF WS-CON-NON-QUADRA = 0
               WRITE CONAI-RECORD FROM
                   "Riconciliazione: kg dichiarati pari ai kg delle " &
                   "righe DDT fatturate nel periodo"
           ELSE
               MOVE SPACES TO CONAI-RECORD
               MOVE WS-CON-NON-QUADRA TO WS-NUMERO-EDIT
               STRING "Riconciliazione: " WS-NUMERO-EDIT
                      " materiali con differenze (*) da verificare"
                      DELIMITED BY SIZE INTO CONAI-RECORD
               WRITE CONAI-RECORD
           END-IF

           CLOSE CONAI-FILE

           MOVE WS-CON-RIGHE TO WS-NUMERO-EDIT
           DISPLAY "Materiali dichiarati: " WS-NUMERO-EDIT
           MOVE WS-CON-TOT-DICH TO WS-IMPORTO-EDIT
           DISPLAY "Contributo CONAI del periodo: EUR "
                   WS-IMPORTO-EDIT
           IF WS-CON-NON-QUADRA > 0
               DISPLAY "ATTENZIONE: kg non riconciliati con i DDT "
                       "fatturati, vedere il report"
           END-IF
           DISPLAY "Report salvato in " WS-NOME-FILE-CONAI.

       SCRIVI-RIGA-DICHIARAZIONE-CONAI.
           ADD 1 TO WS-CON-RIGHE
           ADD WS-CON-KG-SOGGETTI TO WS-CON-TOT-SOGGETTI
           ADD WS-CON-KG-ESENTI TO WS-CON-TOT-ESENTI
           ADD WS-CON-KG-DDT TO WS-CON-TOT-DDT
           ADD WS-CON-CONTRIBUTO TO WS-CON-TOT-DICH

           COMPUTE WS-CON-KG-DIFF =
               WS-CON-KG-SOGGETTI + WS-CON-KG-ESENTI - WS-CON-KG-DDT

           MOVE SPACES TO CONAI-RECORD
           MOVE WS-CON-TARIFFA TO WS-CON-TARIFFA-EDIT
           STRING WS-CON-MATERIALE " " WS-CON-DESCRIZIONE(1:20) " "
                  WS-CON-TARIFFA-EDIT
                  DELIMITED BY SIZE INTO CONAI-RECORD

           MOVE WS-CON-KG-SOGGETTI TO WS-CON-KG-EDIT
           STRING CONAI-RECORD(1:34)
                  " " WS-CON-KG-EDIT
                  DELIMITED BY SIZE INTO CONAI-RECORD

           MOVE WS-CON-KG-ESENTI TO WS-CON-KG-EDIT
           STRING CONAI-RECORD(1:50)
                  " " WS-CON-KG-EDIT
                  DELIMITED BY SIZE INTO CONAI-RECORD

           MOVE WS-CON-CONTRIBUTO TO WS-IMPORTO-EDIT
           STRING CONAI-RECORD(1:66)
                  "  " WS-IMPORTO-EDIT
                  DELIMITED BY SIZE INTO CONAI-RECORD

           MOVE WS-CON-KG-DDT TO WS-CON-KG-EDIT
           STRING CONAI-RECORD(1:81)
                  "  " WS-CON-KG-EDIT
                  DELIMITED BY SIZE INTO CONAI-RECORD

           MOVE WS-CON-KG-DIFF TO WS-CON-DIFF-EDIT
           STRING CONAI-RECORD(1:98)
                  "  " WS-CON-DIFF-EDIT
                  DELIMITED BY SIZE INTO CONAI-RECORD

           IF WS-CON-KG-DIFF NOT = 0
               ADD 1 TO WS-CON-NON-QUADRA
               STRING CONAI-RECORD(1:116) " *"
                      DELIMITED BY SIZE INTO CONAI-RECORD
           END-IF
           WRITE CONAI-RECORD.

      ******************************************************************
      * Registro IVA vendite mensile per la contabilita': fatture del
      * mese in ordine cronologico con imponibile e imposta per
      * aliquota, seguite dai totali per aliquota da riportare in
      * liquidazione.
      ******************************************************************
       REGISTRO-IVA-VENDITE.
           DISPLAY " "
           DISPLAY "=== REGISTRO IVA VENDITE MENSILE ==="

           DISPLAY "Anno (AAAA): " WITH NO ADVANCING
           ACCEPT WS-REGIVA-ANNO

           DISPLAY "Mese (MM): " WITH NO ADVANCING
           ACCEPT WS-REGIVA-MESE

           IF WS-REGIVA-MESE < 1 OR WS-REGIVA-MESE > 12
               DISPLAY "Mese non valido!"
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-CONTA-REGIVA

           MOVE SPACES TO WS-NOME-FILE-REGIVA
           STRING "REGISTRO-IVA-" WS-REGIVA-ANNO WS-REGIVA-MESE
                  ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-REGIVA

           OPEN OUTPUT REGISTRO-IVA-FILE

           MOVE SPACES TO WS-NOME-FILE-COGE
           STRING "COGE-IVA-" WS-REGIVA-ANNO WS-REGIVA-MESE ".DAT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-COGE
           OPEN OUTPUT COGE-FILE
           MOVE "IVA" TO COG-SORGENTE
           MOVE SPACES TO COG-REGISTRAZIONE

           WRITE REGISTRO-IVA-RECORD FROM
               "REGISTRO IVA VENDITE"
           MOVE ALL "=" TO REGISTRO-IVA-RECORD
           WRITE REGISTRO-IVA-RECORD

           MOVE SPACES TO REGISTRO-IVA-RECORD
           STRING "Periodo: " WS-REGIVA-MESE "/" WS-REGIVA-ANNO
                  "    Stampato il: " FUNCTION CURRENT-DATE(1:10)
                  DELIMITED BY SIZE INTO REGISTRO-IVA-RECORD
           WRITE REGISTRO-IVA-RECORD
           WRITE REGISTRO-IVA-RECORD FROM SPACES

           WRITE REGISTRO-IVA-RECORD FROM
               "DOCUMENTO             DATA        CLIENTE  " &
               "COD.  %ALIQ     IMPONIBILE        IMPOSTA"
           MOVE ALL "-" TO REGISTRO-IVA-RECORD
           WRITE REGISTRO-IVA-RECORD

           EXEC SQL
               OPEN CUR-REGISTRO-IVA
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-REGISTRO-IVA
                   INTO :WS-DOC-NUMERO, :WS-DOC-DATA,
                        :WS-DOC-CLIENTE, :WS-DOC-RAGIONE,
                        :WS-IVA-CODICE, :WS-IVA-PERCENT,
                        :WS-IVA-IMPONIBILE, :WS-IVA-IMPOSTA
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-CONTA-REGIVA

                   MOVE SPACES TO REGISTRO-IVA-RECORD
                   STRING WS-DOC-NUMERO "  " WS-DOC-DATA "  "
                          WS-DOC-CLIENTE " "
                          WS-IVA-CODICE
                          DELIMITED BY SIZE
                          INTO REGISTRO-IVA-RECORD

                   MOVE WS-IVA-PERCENT TO WS-PERC-IVA-EDIT
                   STRING REGISTRO-IVA-RECORD(1:49)
                          " " WS-PERC-IVA-EDIT
                          DELIMITED BY SIZE
                          INTO REGISTRO-IVA-RECORD

                   MOVE WS-IVA-IMPONIBILE TO WS-IMPORTO-EDIT
                   STRING REGISTRO-IVA-RECORD(1:55)
                          "  " WS-IMPORTO-EDIT
                          DELIMITED BY SIZE
                          INTO REGISTRO-IVA-RECORD

                   MOVE WS-IVA-IMPOSTA TO WS-IMPORTO-EDIT
                   STRING REGISTRO-IVA-RECORD(1:72)
                          "  " WS-IMPORTO-EDIT
                          DELIMITED BY SIZE
                          INTO REGISTRO-IVA-RECORD
                   WRITE REGISTRO-IVA-RECORD

                   PERFORM ACCODA-DOCUMENTO-COGE
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-REGISTRO-IVA
           END-EXEC

           IF COG-REGISTRAZIONE NOT = SPACES
               PERFORM CHIUDI-DOCUMENTO-COGE
           END-IF
           CLOSE COGE-FILE

           WRITE REGISTRO-IVA-RECORD FROM SPACES
           MOVE ALL "-" TO REGISTRO-IVA-RECORD
           WRITE REGISTRO-IVA-RECORD

           WRITE REGISTRO-IVA-RECORD FROM
               "TOTALI PER ALIQUOTA:"

           MOVE ZERO TO WS-IVA-TOT-IMPONIBILE
           MOVE ZERO TO WS-IVA-TOT-IMPOSTA

           EXEC SQL
               OPEN CUR-REGISTRO-IVA-TOT
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-REGISTRO-IVA-TOT
                   INTO :WS-IVA-CODICE, :WS-IVA-PERCENT,
                        :WS-IVA-IMPONIBILE, :WS-IVA-IMPOSTA
               END-EXEC

               IF SQLCODE = 0
                   ADD WS-IVA-IMPONIBILE TO WS-IVA-TOT-IMPONIBILE
                   ADD WS-IVA-IMPOSTA TO WS-IVA-TOT-IMPOSTA

                   MOVE SPACES TO REGISTRO-IVA-RECORD
                   MOVE WS-IVA-PERCENT TO WS-PERC-IVA-EDIT
                   STRING "  " WS-IVA-CODICE "  "
                          WS-PERC-IVA-EDIT
                          DELIMITED BY SIZE
                          INTO REGISTRO-IVA-RECORD

                   MOVE WS-IVA-IMPONIBILE TO WS-IMPORTO-EDIT
                   STRING REGISTRO-IVA-RECORD(1:14)
                          "  " WS-IMPORTO-EDIT
                          DELIMITED BY SIZE
                          INTO REGISTRO-IVA-RECORD

                   MOVE WS-IVA-IMPOSTA TO WS-IMPORTO-EDIT
                   STRING REGISTRO-IVA-RECORD(1:31)
                          "  " WS-IMPORTO-EDIT
                          DELIMITED BY SIZE
                          INTO REGISTRO-IVA-RECORD
                   WRITE REGISTRO-IVA-RECORD
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-REGISTRO-IVA-TOT
           END-EXEC

           MOVE SPACES TO REGISTRO-IVA-RECORD
           MOVE WS-IVA-TOT-IMPONIBILE TO WS-IMPORTO-EDIT
           STRING "TOTALE IMPONIBILE: EUR " WS-IMPORTO-EDIT
                  DELIMITED BY SIZE INTO REGISTRO-IVA-RECORD
           WRITE REGISTRO-IVA-RECORD

           MOVE SPACES TO REGISTRO-IVA-RECORD
           MOVE WS-IVA-TOT-IMPOSTA TO WS-IMPORTO-EDIT
           STRING "TOTALE IMPOSTA:    EUR " WS-IMPORTO-EDIT
                  DELIMITED BY SIZE INTO REGISTRO-IVA-RECORD
           WRITE REGISTRO-IVA-RECORD

           CLOSE REGISTRO-IVA-FILE

           MOVE WS-CONTA-REGIVA TO WS-NUMERO-EDIT
           DISPLAY "Righe di registro scritte: " WS-NUMERO-EDIT
           DISPLAY "Registro salvato in " WS-NOME-FILE-REGIVA
           DISPLAY "Flusso contabilita' generale salvato in "
                   WS-NOME-FILE-COGE.

      * Righe del registro IVA nel flusso per la contabilita'
      * generale: ricavi e IVA in avere per aliquota, il totale
      * documento in dare al cliente quando cambia il documento
       ACCODA-DOCUMENTO-COGE.
           IF WS-DOC-NUMERO NOT = COG-REGISTRAZIONE
               IF COG-REGISTRAZIONE NOT = SPACES
                   PERFORM CHIUDI-DOCUMENTO-COGE
               END-IF
               MOVE WS-DOC-NUMERO TO COG-REGISTRAZIONE
               MOVE WS-DOC-DATA TO COG-DATA
               MOVE ZERO TO WS-COGE-TOT-DOC
               MOVE SPACES TO COG-DESCRIZIONE
               STRING "Doc. " WS-DOC-NUMERO " " WS-DOC-RAGIONE
                      DELIMITED BY "  " INTO COG-DESCRIZIONE
           END-IF

           MOVE "A" TO COG-SEGNO
           MOVE "IVAV-RIC" TO COG-CAUSALE
           MOVE WS-IVA-IMPONIBILE TO COG-IMPORTO
           PERFORM SCRIVI-RIGA-COGE

           MOVE "IVAV-IVA" TO COG-CAUSALE
           MOVE WS-IVA-IMPOSTA TO COG-IMPORTO
           PERFORM SCRIVI-RIGA-COGE

           ADD WS-IVA-IMPONIBILE WS-IVA-IMPOSTA TO WS-COGE-TOT-DOC.

       CHIUDI-DOCUMENTO-COGE.
           MOVE "D" TO COG-SEGNO
           MOVE "IVAV-CLI" TO COG-CAUSALE
           MOVE WS-COGE-TOT-DOC TO COG-IMPORTO
           PERFORM SCRIVI-RIGA-COGE.

      ******************************************************************
      * Registro IVA acquisti mensile per la contabilita': fatture
      * passive approvate nel mese in ordine di protocollo con
      * imponibile e imposta per aliquota, seguite dai totali per
      * aliquota da riportare in liquidazione (IVA detraibile).
      ******************************************************************
       REGISTRO-IVA-ACQUISTI.
           DISPLAY " "
           DISPLAY "=== REGISTRO IVA ACQUISTI MENSILE ==="

           DISPLAY "Anno (AAAA): " WITH NO ADVANCING
           ACCEPT WS-REGIVA-ANNO

           DISPLAY "Mese (MM): " WITH NO ADVANCING
           ACCEPT WS-REGIVA-MESE

           IF WS-REGIVA-MESE < 1 OR WS-REGIVA-MESE > 12
               DISPLAY "Mese non valido!"
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-CONTA-REGIVA

           MOVE SPACES TO WS-NOME-FILE-REGIVA
           STRING "REGISTRO-IVA-ACQ-" WS-REGIVA-ANNO WS-REGIVA-MESE
                  ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-REGIVA

           OPEN OUTPUT REGISTRO-IVA-FILE

           WRITE REGISTRO-IVA-RECORD FROM
               "REGISTRO IVA ACQUISTI"
           MOVE ALL "=" TO REGISTRO-IVA-RECORD
           WRITE REGISTRO-IVA-RECORD

           MOVE SPACES TO REGISTRO-IVA-RECORD
           STRING "Periodo: " WS-REGIVA-MESE "/" WS-REGIVA-ANNO
                  "    Stampato il: " FUNCTION CURRENT-DATE(1:10)
                  DELIMITED BY SIZE INTO REGISTRO-IVA-RECORD
           WRITE REGISTRO-IVA-RECORD
           WRITE REGISTRO-IVA-RECORD FROM SPACES

           WRITE REGISTRO-IVA-RECORD FROM
               "PROT.  FATTURA               DATA        FORNIT.  " &
               "NAT.  %ALIQ     IMPONIBILE        IMPOSTA"
           MOVE ALL "-" TO REGISTRO-IVA-RECORD
           WRITE REGISTRO-IVA-RECORD

           EXEC SQL
               OPEN CUR-REGISTRO-IVA-ACQ
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-REGISTRO-IVA-ACQ
                   INTO :WS-RIA-PROTOCOLLO, :WS-FPA-NUMERO,
                        :WS-FPA-DATA, :WS-FPA-FORNITORE,
                        :WS-IVA-PERCENT, :WS-RIA-NATURA,
                        :WS-RIA-IMPONIBILE, :WS-RIA-IMPOSTA
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-CONTA-REGIVA

                   MOVE SPACES TO REGISTRO-IVA-RECORD
                   MOVE WS-RIA-PROTOCOLLO TO WS-PROTOCOLLO-EDIT
                   STRING WS-PROTOCOLLO-EDIT " " WS-FPA-NUMERO "  "
                          WS-FPA-DATA "  " WS-FPA-FORNITORE " "
                          WS-RIA-NATURA
                          DELIMITED BY SIZE
                          INTO REGISTRO-IVA-RECORD

                   MOVE WS-IVA-PERCENT TO WS-PERC-IVA-EDIT
                   STRING REGISTRO-IVA-RECORD(1:56)
                          " " WS-PERC-IVA-EDIT
                          DELIMITED BY SIZE
                          INTO REGISTRO-IVA-RECORD

                   MOVE WS-RIA-IMPONIBILE TO WS-IMPORTO-EDIT
                   STRING REGISTRO-IVA-RECORD(1:62)
                          "  " WS-IMPORTO-EDIT
                          DELIMITED BY SIZE
                          INTO REGISTRO-IVA-RECORD

                   MOVE WS-RIA-IMPOSTA TO WS-IMPORTO-EDIT
                   STRING REGISTRO-IVA-RECORD(1:79)
                          "  " WS-IMPORTO-EDIT
                          DELIMITED BY SIZE
                          INTO REGISTRO-IVA-RECORD
                   WRITE REGISTRO-IVA-RECORD
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-REGISTRO-IVA-ACQ
           END-EXEC

           WRITE REGISTRO-IVA-RECORD FROM SPACES
           MOVE ALL "-" TO REGISTRO-IVA-RECORD
           WRITE REGISTRO-IVA-RECORD

           WRITE REGISTRO-IVA-RECORD FROM
               "TOTALI PER ALIQUOTA:"

           MOVE ZERO TO WS-RIA-TOT-IMPONIB
           MOVE ZERO TO WS-RIA-TOT-IMPOSTA

           EXEC SQL
               OPEN CUR-REGISTRO-IVA-ACQ-TOT
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-REGISTRO-IVA-ACQ-TOT
                   INTO :WS-IVA-PERCENT, :WS-RIA-NATURA,
                        :WS-RIA-IMPONIBILE, :WS-RIA-IMPOSTA
               END-EXEC

               IF SQLCODE = 0
                   ADD WS-RIA-IMPONIBILE TO WS-RIA-TOT-IMPONIB
                   ADD WS-RIA-IMPOSTA TO WS-RIA-TOT-IMPOSTA

                   MOVE SPACES TO REGISTRO-IVA-RECORD
                   MOVE WS-IVA-PERCENT TO WS-PERC-IVA-EDIT
                   STRING "  " WS-RIA-NATURA "  "
                          WS-PERC-IVA-EDIT
                          DELIMITED BY SIZE
                          INTO REGISTRO-IVA-RECORD

                   MOVE WS-RIA-IMPONIBILE TO WS-IMPORTO-EDIT
                   STRING REGISTRO-IVA-RECORD(1:14)
                          "  " WS-IMPORTO-EDIT
                          DELIMITED BY SIZE
                          INTO REGISTRO-IVA-RECORD

                   MOVE WS-RIA-IMPOSTA TO WS-IMPORTO-EDIT
                   STRING REGISTRO-IVA-RECORD(1:31)
                          "  " WS-IMPORTO-EDIT
                          DELIMITED BY SIZE
                          INTO REGISTRO-IVA-RECORD
                   WRITE REGISTRO-IVA-RECORD
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-REGISTRO-IVA-ACQ-TOT
           END-EXEC

           MOVE SPACES TO REGISTRO-IVA-RECORD
           MOVE WS-RIA-TOT-IMPONIB TO WS-IMPORTO-EDIT
           STRING "TOTALE IMPONIBILE: EUR " WS-IMPORTO-EDIT
                  DELIMITED BY SIZE INTO REGISTRO-IVA-RECORD
           WRITE REGISTRO-IVA-RECORD

           MOVE SPACES TO REGISTRO-IVA-RECORD
           MOVE WS-RIA-TOT-IMPOSTA TO WS-IMPORTO-EDIT
           STRING "TOTALE IMPOSTA:    EUR " WS-IMPORTO-EDIT
                  DELIMITED BY SIZE INTO REGISTRO-IVA-RECORD
           WRITE REGISTRO-IVA-RECORD

           CLOSE REGISTRO-IVA-FILE

           MOVE WS-CONTA-REGIVA TO WS-NUMERO-EDIT
           DISPLAY "Righe di registro scritte: " WS-NUMERO-EDIT
           DISPLAY "Registro salvato in " WS-NOME-FILE-REGIVA.

      ******************************************************************
      * Genera il file XML FatturaPA della fattura appena emessa
      * (WS-FATT-NUMERO), con progressivo di trasmissione proprio e
      * recapito SDI del cliente (codice destinatario o PEC). Il
      * castelletto IVA caricato per la stampa fornisce i dati di
      * riepilogo. La fattura passa in stato SDI 'G' (generata).
      ******************************************************************
       GENERA-FATTURA-XML.
           EXEC SQL
               SELECT COALESCE(codice_destinatario, '0000000'),
                      COALESCE(pec, ' '),
                      COALESCE(partita_iva, ' ')
               INTO :WS-SDI-CODICE-DEST, :WS-SDI-PEC-DEST,
                    :WS-SDI-PIVA-CLI
               FROM CLIENTI
               WHERE codice_cliente = :WS-DOC-CLIENTE
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Dati SDI cliente non reperibili: XML non "
                       "generato!"
               EXIT PARAGRAPH
           END-IF

           IF WS-SDI-CODICE-DEST = SPACES
               MOVE '0000000' TO WS-SDI-CODICE-DEST
           END-IF

      * Partita IVA italiana del cessionario errata: lo SDI
      * scarterebbe il file, va prima corretta in anagrafica
           IF WS-SDI-PIVA-CLI NOT = SPACES
               AND (WS-SDI-PIVA-CLI(1:2) IS NUMERIC
                    OR WS-SDI-PIVA-CLI(1:2) = "IT")
               MOVE "PIVA" TO WS-VAL-TIPO
               MOVE WS-SDI-PIVA-CLI TO WS-VAL-VALORE
               CALL "VALIDA-CODICI" USING WS-VAL-PARAMETRI
               IF WS-VAL-ESITO NOT = "OK"
                   DISPLAY "Partita IVA del cliente non valida ("
                           WS-VAL-MOTIVO(1:40) "): XML non generato!"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-VAL-NORMALIZZATO TO WS-SDI-PIVA-CLI
           END-IF

      * Dichiarazione d'intento citata sul documento
           MOVE SPACES TO WS-DIN-PROTOCOLLO
           MOVE SPACES TO WS-DIN-DATA
           EXEC SQL
               SELECT COALESCE(d.protocollo_intento, ' '),
                      COALESCE(CAST(i.data_dichiarazione AS VARCHAR),
                               ' ')
               INTO :WS-DIN-PROTOCOLLO, :WS-DIN-DATA
               FROM DOCUMENTI_VENDITA d
               LEFT JOIN DICHIARAZIONI_INTENTO i
                 ON i.id_dichiarazione = d.id_dichiarazione_intento
               WHERE d.tipo_documento IN ('F', 'N')
               AND d.numero_documento = :WS-FATT-NUMERO
           END-EXEC

      * Progressivo di trasmissione: successivo al massimo gia'
      * assegnato
           EXEC SQL
               SELECT COALESCE(MAX(progressivo_invio), 0) + 1
               INTO :WS-SDI-PROGR
               FROM DOCUMENTI_VENDITA
           END-EXEC

           MOVE SPACES TO WS-NOME-FILE-XML
           STRING "IT" WS-SDI-AZI-PIVA "_" WS-SDI-PROGR ".XML"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-XML

           OPEN OUTPUT XML-FATTURA-FILE

           WRITE XML-RECORD FROM
               "<?xml version=""1.0"" encoding=""UTF-8""?>"
           WRITE XML-RECORD FROM
               "<p:FatturaElettronica versione=""FPR12"""
           WRITE XML-RECORD FROM
               "  xmlns:p=""http://ivaservizi.agenziaentrate.gov." &
               "it/docs/xsd/fatture/v1.2"">"

           WRITE XML-RECORD FROM " <FatturaElettronicaHeader>"
           WRITE XML-RECORD FROM "  <DatiTrasmissione>"
           WRITE XML-RECORD FROM "   <IdTrasmittente>"

           MOVE SPACES TO XML-RECORD
           STRING "    <IdPaese>IT</IdPaese><IdCodice>"
                  WS-SDI-AZI-PIVA "</IdCodice>"
                  DELIMITED BY SIZE INTO XML-RECORD
           WRITE XML-RECORD

           WRITE XML-RECORD FROM "   </IdTrasmittente>"

           MOVE SPACES TO XML-RECORD
           STRING "   <ProgressivoInvio>" WS-SDI-PROGR
                  "</ProgressivoInvio>"
                  DELIMITED BY SIZE INTO XML-RECORD
           WRITE XML-RECORD

           WRITE XML-RECORD FROM
               "   <FormatoTrasmissione>FPR12</FormatoTrasmissione>"

           MOVE SPACES TO XML-RECORD
           STRING "   <CodiceDestinatario>" WS-SDI-CODICE-DEST
                  "</CodiceDestinatario>"
                  DELIMITED BY SIZE INTO XML-RECORD
           WRITE XML-RECORD

           IF WS-SDI-CODICE-DEST = '0000000'
               AND WS-SDI-PEC-DEST NOT = SPACES
               MOVE SPACES TO XML-RECORD
               STRING "   <PECDestinatario>"
                      DELIMITED BY SIZE
                      WS-SDI-PEC-DEST DELIMITED BY SPACE
                      "</PECDestinatario>" DELIMITED BY SIZE
                      INTO XML-RECORD
               WRITE XML-RECORD
           END-IF

           WRITE XML-RECORD FROM "  </DatiTrasmissione>"

           WRITE XML-RECORD FROM "  <CedentePrestatore>"
           MOVE SPACES TO XML-RECORD
           STRING "   <IdFiscaleIVA><IdPaese>IT</IdPaese><IdCodice>"
                  WS-SDI-AZI-PIVA "</IdCodice></IdFiscaleIVA>"
                  DELIMITED BY SIZE INTO XML-RECORD
           WRITE XML-RECORD
           MOVE SPACES TO XML-RECORD
           STRING "   <Denominazione>" WS-SDI-AZI-RAGIONE
                  "</Denominazione>"
                  DELIMITED BY SIZE INTO XML-RECORD
           WRITE XML-RECORD
           MOVE SPACES TO XML-RECORD
           STRING "   <RegimeFiscale>" WS-SDI-AZI-REGIME
                  "</RegimeFiscale>"
                  DELIMITED BY SIZE INTO XML-RECORD
           WRITE XML-RECORD
           WRITE XML-RECORD FROM "  </CedentePrestatore>"

           WRITE XML-RECORD FROM "  <CessionarioCommittente>"
           MOVE SPACES TO XML-RECORD
           STRING "   <IdFiscaleIVA><IdPaese>IT</IdPaese><IdCodice>"
                  DELIMITED BY SIZE
                  WS-SDI-PIVA-CLI DELIMITED BY SPACE
                  "</IdCodice></IdFiscaleIVA>" DELIMITED BY SIZE
                  INTO XML-RECORD
           WRITE XML-RECORD
           MOVE SPACES TO XML-RECORD
           STRING "   <Denominazione>" WS-DOC-RAGIONE(1:40)
                  "</Denominazione>"
                  DELIMITED BY SIZE INTO XML-RECORD
           WRITE XML-RECORD
           WRITE XML-RECORD FROM "  </CessionarioCommittente>"
           WRITE XML-RECORD FROM " </FatturaElettronicaHeader>"

           WRITE XML-RECORD FROM " <FatturaElettronicaBody>"
           WRITE XML-RECORD FROM "  <DatiGenerali>"
           WRITE XML-RECORD FROM "   <DatiGeneraliDocumento>"
           MOVE SPACES TO XML-RECORD
           STRING "    <TipoDocumento>" WS-SDI-TIPO-DOC
                  "</TipoDocumento>"
                  DELIMITED BY SIZE INTO XML-RECORD
           WRITE XML-RECORD
           WRITE XML-RECORD FROM "    <Divisa>EUR</Divisa>"

           MOVE SPACES TO XML-RECORD
           STRING "    <Data>" FUNCTION CURRENT-DATE(1:4) "-"
                  FUNCTION CURRENT-DATE(5:2) "-"
                  FUNCTION CURRENT-DATE(7:2) "</Data>"
                  DELIMITED BY SIZE INTO XML-RECORD
           WRITE XML-RECORD

           MOVE SPACES TO XML-RECORD
           STRING "    <Numero>" DELIMITED BY SIZE
                  WS-FATT-NUMERO DELIMITED BY SPACE
                  "</Numero>" DELIMITED BY SIZE
                  INTO XML-RECORD
           WRITE XML-RECORD

           MOVE WS-FATT-TOTALE TO WS-XML-IMPORTO
           MOVE SPACES TO XML-RECORD
           STRING "    <ImportoTotaleDocumento>" WS-XML-IMPORTO
                  "</ImportoTotaleDocumento>"
                  DELIMITED BY SIZE INTO XML-RECORD
           WRITE XML-RECORD

           WRITE XML-RECORD FROM "   </DatiGeneraliDocumento>"

      * Nota di credito: riferimento alla fattura stornata
           IF WS-SDI-TIPO-DOC = 'TD04'
               WRITE XML-RECORD FROM "   <DatiFattureCollegate>"
               MOVE SPACES TO XML-RECORD
               STRING "    <IdDocumento>" DELIMITED BY SIZE
                      WS-NC-FATTURA DELIMITED BY SPACE
                      "</IdDocumento>" DELIMITED BY SIZE
                      INTO XML-RECORD
               WRITE XML-RECORD
               WRITE XML-RECORD FROM "   </DatiFattureCollegate>"
           END-IF
           WRITE XML-RECORD FROM "  </DatiGenerali>"

           WRITE XML-RECORD FROM "  <DatiBeniServizi>"
           PERFORM SCRIVI-RIGHE-XML
           PERFORM SCRIVI-RIEPILOGO-XML
           WRITE XML-RECORD FROM "  </DatiBeniServizi>"

           WRITE XML-RECORD FROM " </FatturaElettronicaBody>"
           WRITE XML-RECORD FROM "</p:FatturaElettronica>"

           CLOSE XML-FATTURA-FILE

      * Progressivo e stato 'G' (generata) sulla fattura o nota
      * di credito
           EXEC SQL
               UPDATE DOCUMENTI_VENDITA
               SET progressivo_invio = :WS-SDI-PROGR,
                   stato_sdi = 'G',
                   data_stato_sdi = CURRENT_DATE
               WHERE tipo_documento IN ('F', 'N')
               AND numero_documento = :WS-FATT-NUMERO
           END-EXEC

           IF SQLCODE = 0
               DISPLAY "File XML FatturaPA generato: "
                       WS-NOME-FILE-XML
           ELSE
               DISPLAY "Errore aggiornamento stato SDI: " SQLCODE
           END-IF.

      * Blocco AltriDatiGestionali INTENTO con protocollo e data
      * della dichiarazione d'intento
       SCRIVI-INTENTO-XML.
           WRITE XML-RECORD FROM "    <AltriDatiGestionali>"
           WRITE XML-RECORD FROM "     <TipoDato>INTENTO</TipoDato>"
           MOVE SPACES TO XML-RECORD
           STRING "     <RiferimentoTesto>" DELIMITED BY SIZE
                  WS-DIN-PROTOCOLLO DELIMITED BY SPACE
                  "</RiferimentoTesto>" DELIMITED BY SIZE
                  INTO XML-RECORD
           WRITE XML-RECORD
           IF WS-DIN-DATA NOT = SPACES
               MOVE SPACES TO XML-RECORD
               STRING "     <RiferimentoData>" WS-DIN-DATA
                      "</RiferimentoData>"
                      DELIMITED BY SIZE INTO XML-RECORD
               WRITE XML-RECORD
           END-IF
           WRITE XML-RECORD FROM "    </AltriDatiGestionali>".

      * Blocco ScontoMaggiorazione per lo sconto WS-SCO-IDX della
      * cascata, se valorizzato
       SCRIVI-SCONTO-XML.
           EVALUATE WS-SCO-IDX
               WHEN 1
                   MOVE WS-SCO-PERC-1 TO WS-XML-ALIQUOTA
               WHEN 2
                   MOVE WS-SCO-PERC-2 TO WS-XML-ALIQUOTA
               WHEN OTHER
                   MOVE WS-SCO-PERC-3 TO WS-XML-ALIQUOTA
           END-EVALUATE

           IF WS-XML-ALIQUOTA NOT = "00.00"
               WRITE XML-RECORD FROM "    <ScontoMaggiorazione>"
               WRITE XML-RECORD FROM "     <Tipo>SC</Tipo>"
               MOVE SPACES TO XML-RECORD
               STRING "     <Percentuale>" WS-XML-ALIQUOTA
                      "</Percentuale>"
                      DELIMITED BY SIZE INTO XML-RECORD
               WRITE XML-RECORD
               WRITE XML-RECORD FROM "    </ScontoMaggiorazione>"
           END-IF.

       SCRIVI-RIGHE-XML.
           MOVE ZERO TO WS-CONTA-REGIVA

           EXEC SQL
               OPEN CUR-RIGHE-XML
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-RIGHE-XML
                   INTO :WS-ART-CODICE, :WS-ART-DESCRIZIONE,
                        :WS-MOV-QUANTITA, :WS-MOV-PREZZO,
                        :WS-IVA-IMPONIBILE, :WS-IVA-PERCENT,
                        :WS-IVA-NATURA, :WS-SCO-LORDO,
                        :WS-SCO-PERC-1, :WS-SCO-PERC-2,
                        :WS-SCO-PERC-3
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-CONTA-REGIVA

                   WRITE XML-RECORD FROM "   <DettaglioLinee>"

                   MOVE SPACES TO XML-RECORD
                   STRING "    <NumeroLinea>" WS-CONTA-REGIVA
                          "</NumeroLinea>"
                          DELIMITED BY SIZE INTO XML-RECORD
                   WRITE XML-RECORD

                   MOVE SPACES TO XML-RECORD
                   STRING "    <Descrizione>" WS-ART-CODICE " "
                          WS-ART-DESCRIZIONE(1:40)
                          "</Descrizione>"
                          DELIMITED BY SIZE INTO XML-RECORD
                   WRITE XML-RECORD

                   MOVE WS-MOV-QUANTITA TO WS-XML-QUANTITA
                   MOVE SPACES TO XML-RECORD
                   STRING "    <Quantita>" WS-XML-QUANTITA
                          "</Quantita>"
                          DELIMITED BY SIZE INTO XML-RECORD
                   WRITE XML-RECORD

      * Con sconti il prezzo unitario e' il lordo, seguito da un
      * blocco ScontoMaggiorazione per ogni sconto della cascata
                   IF WS-SCO-LORDO > WS-MOV-PREZZO
                       MOVE WS-SCO-LORDO TO WS-XML-IMPORTO
                   ELSE
                       MOVE WS-MOV-PREZZO TO WS-XML-IMPORTO
                   END-IF
                   MOVE SPACES TO XML-RECORD
                   STRING "    <PrezzoUnitario>" WS-XML-IMPORTO
                          "</PrezzoUnitario>"
                          DELIMITED BY SIZE INTO XML-RECORD
                   WRITE XML-RECORD

                   IF WS-SCO-LORDO > WS-MOV-PREZZO
                       PERFORM VARYING WS-SCO-IDX FROM 1 BY 1
                               UNTIL WS-SCO-IDX > 3
                           PERFORM SCRIVI-SCONTO-XML
                       END-PERFORM
                   END-IF

                   MOVE WS-IVA-IMPONIBILE TO WS-XML-IMPORTO
                   MOVE SPACES TO XML-RECORD
                   STRING "    <PrezzoTotale>" WS-XML-IMPORTO
                          "</PrezzoTotale>"
                          DELIMITED BY SIZE INTO XML-RECORD
                   WRITE XML-RECORD

                   MOVE WS-IVA-PERCENT TO WS-XML-ALIQUOTA
                   MOVE SPACES TO XML-RECORD
                   STRING "    <AliquotaIVA>" WS-XML-ALIQUOTA
                          "</AliquotaIVA>"
                          DELIMITED BY SIZE INTO XML-RECORD
                   WRITE XML-RECORD

                   IF WS-IVA-NATURA NOT = SPACES
                       MOVE SPACES TO XML-RECORD
                       STRING "    <Natura>" DELIMITED BY SIZE
                              WS-IVA-NATURA DELIMITED BY SPACE
                              "</Natura>" DELIMITED BY SIZE
                              INTO XML-RECORD
                       WRITE XML-RECORD
                   END-IF

      * Righe in regime di dichiarazione d'intento: protocollo
      * e data della lettera negli altri dati gestionali
                   IF WS-IVA-NATURA = WS-DIN-NATURA
                       AND WS-DIN-PROTOCOLLO NOT = SPACES
                       PERFORM SCRIVI-INTENTO-XML
                   END-IF

                   WRITE XML-RECORD FROM "   </DettaglioLinee>"
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-RIGHE-XML
           END-EXEC

           PERFORM SCRIVI-CONAI-XML.

      * Righe del contributo CONAI addebitato in fattura, numerate
      * di seguito alle righe dei DDT
       SCRIVI-CONAI-XML.
           EXEC SQL
               OPEN CUR-CONAI-XML
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-CONAI-XML
                   INTO :WS-CON-MATERIALE, :WS-CON-DESCRIZIONE,
                        :WS-CON-KG, :WS-IVA-IMPONIBILE,
                        :WS-IVA-PERCENT, :WS-IVA-NATURA
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-CONTA-REGIVA

                   WRITE XML-RECORD FROM "   <DettaglioLinee>"

                   MOVE SPACES TO XML-RECORD
                   STRING "    <NumeroLinea>" WS-CONTA-REGIVA
                          "</NumeroLinea>"
                          DELIMITED BY SIZE INTO XML-RECORD
                   WRITE XML-RECORD

                   MOVE WS-CON-KG TO WS-CON-KG-EDIT
                   MOVE SPACES TO XML-RECORD
                   STRING "    <Descrizione>Contributo ambientale "
                          "CONAI " WS-CON-DESCRIZIONE(1:20)
                          " kg " WS-CON-KG-EDIT
                          "</Descrizione>"
                          DELIMITED BY SIZE INTO XML-RECORD
                   WRITE XML-RECORD

                   MOVE 1 TO WS-XML-QUANTITA
                   MOVE SPACES TO XML-RECORD
                   STRING "    <Quantita>" WS-XML-QUANTITA
                          "</Quantita>"
                          DELIMITED BY SIZE INTO XML-RECORD
                   WRITE XML-RECORD

                   MOVE WS-IVA-IMPONIBILE TO WS-XML-IMPORTO
                   MOVE SPACES TO XML-RECORD
                   STRING "    <PrezzoUnitario>" WS-XML-IMPORTO
                          "</PrezzoUnitario>"
                          DELIMITED BY SIZE INTO XML-RECORD
                   WRITE XML-RECORD

                   MOVE SPACES TO XML-RECORD
                   STRING "    <PrezzoTotale>" WS-XML-IMPORTO
                          "</PrezzoTotale>"
                          DELIMITED BY SIZE INTO XML-RECORD
                   WRITE XML-RECORD

                   MOVE WS-IVA-PERCENT TO WS-XML-ALIQUOTA
                   MOVE SPACES TO XML-RECORD
                   STRING "    <AliquotaIVA>" WS-XML-ALIQUOTA
                          "</AliquotaIVA>"
                          DELIMITED BY SIZE INTO XML-RECORD
                   WRITE XML-RECORD

                   IF WS-IVA-NATURA NOT = SPACES
                       MOVE SPACES TO XML-RECORD
                       STRING "    <Natura>" DELIMITED BY SIZE
                              WS-IVA-NATURA DELIMITED BY SPACE
                              "</Natura>" DELIMITED BY SIZE
                              INTO XML-RECORD
                       WRITE XML-RECORD
                   END-IF

                   WRITE XML-RECORD FROM "    <AltriDatiGestionali>"
                   WRITE XML-RECORD FROM
                       "     <TipoDato>CONAI</TipoDato>"
                   WRITE XML-RECORD FROM
                       "     <RiferimentoTesto>Contributo ambientale " &
                       "CONAI assolto ove dovuto</RiferimentoTesto>"
                   WRITE XML-RECORD FROM "    </AltriDatiGestionali>"

                   IF WS-IVA-NATURA = WS-DIN-NATURA
                       AND WS-DIN-PROTOCOLLO NOT = SPACES
                       PERFORM SCRIVI-INTENTO-XML
                   END-IF

                   WRITE XML-RECORD FROM "   </DettaglioLinee>"
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-CONAI-XML
           END-EXEC.

      * Dati di riepilogo per aliquota dal castelletto gia' caricato
      * per la stampa della fattura
       SCRIVI-RIEPILOGO-XML.
           PERFORM VARYING WS-IVA-IDX FROM 1 BY 1
                   UNTIL WS-IVA-IDX > WS-IVA-RIGHE
               WRITE XML-RECORD FROM "   <DatiRiepilogo>"

               MOVE WS-IVA-CAST-PERC(WS-IVA-IDX) TO WS-XML-ALIQUOTA
               MOVE SPACES TO XML-RECORD
               STRING "    <AliquotaIVA>" WS-XML-ALIQUOTA
                      "</AliquotaIVA>"
                      DELIMITED BY SIZE INTO XML-RECORD
               WRITE XML-RECORD

               IF WS-IVA-CAST-NATURA(WS-IVA-IDX) NOT = SPACES
                   MOVE SPACES TO XML-RECORD
                   STRING "    <Natura>" DELIMITED BY SIZE
                          WS-IVA-CAST-NATURA(WS-IVA-IDX)
                          DELIMITED BY SPACE
                          "</Natura>" DELIMITED BY SIZE
                          INTO XML-RECORD
                   WRITE XML-RECORD
               END-IF

               MOVE WS-IVA-CAST-IMPON(WS-IVA-IDX) TO WS-XML-IMPORTO
               MOVE SPACES TO XML-RECORD
               STRING "    <ImponibileImporto>" WS-XML-IMPORTO
                      "</ImponibileImporto>"
                      DELIMITED BY SIZE INTO XML-RECORD
               WRITE XML-RECORD

               MOVE WS-IVA-CAST-IMPOSTA(WS-IVA-IDX)
                   TO WS-XML-IMPORTO
               MOVE SPACES TO XML-RECORD
               STRING "    <Imposta>" WS-XML-IMPORTO
                      "</Imposta>"
                      DELIMITED BY SIZE INTO XML-RECORD
               WRITE XML-RECORD

               IF WS-IVA-CAST-NATURA(WS-IVA-IDX) = WS-DIN-NATURA
                   WRITE XML-RECORD FROM
                       "    <RiferimentoNormativo>Non imponibile " &
                       "art. 8 c.1 lett. c DPR 633/72" &
                       "</RiferimentoNormativo>"
               END-IF

               WRITE XML-RECORD FROM "   </DatiRiepilogo>"
           END-PERFORM.

      * Registra l'esito del colloquio con lo SDI sulla fattura o
      * nota di credito: I=Inviata, A=Accettata, S=Scartata
       AGGIORNA-STATO-SDI.
           DISPLAY " "
           DISPLAY "=== AGGIORNAMENTO STATO INVIO SDI ==="

           DISPLAY "Numero fattura o nota di credito "
                   "(es. FT2025/000001): "
                   WITH NO ADVANCING
           ACCEPT WS-SDI-NUM-FATTURA

           EXEC SQL
               SELECT COALESCE(stato_sdi, ' '),
                      COALESCE(progressivo_invio, 0)
               INTO :WS-SDI-STATO, :WS-SDI-PROGR
               FROM DOCUMENTI_VENDITA
               WHERE tipo_documento IN ('F', 'N')
               AND numero_documento = :WS-SDI-NUM-FATTURA
           END-EXEC

           IF SQLCODE = 100
               DISPLAY "Fattura non trovata!"
               EXIT PARAGRAPH
           ELSE IF SQLCODE NOT = 0
               DISPLAY "Errore database: " SQLCODE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Stato attuale: " WS-SDI-STATO
                   "  Progressivo invio: " WS-SDI-PROGR

           DISPLAY "Nuovo stato (I=Inviata, A=Accettata, "
                   "S=Scartata): " WITH NO ADVANCING
           ACCEPT WS-SDI-STATO

           IF WS-SDI-STATO NOT = 'I' AND NOT = 'A' AND NOT = 'S'
               DISPLAY "Stato non valido!"
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               UPDATE DOCUMENTI_VENDITA
               SET stato_sdi = :WS-SDI-STATO,
                   data_stato_sdi = CURRENT_DATE
               WHERE tipo_documento IN ('F', 'N')
               AND numero_documento = :WS-SDI-NUM-FATTURA
           END-EXEC

           IF SQLCODE = 0
               DISPLAY "Stato SDI aggiornato!"
           ELSE
               DISPLAY "Errore aggiornamento stato: " SQLCODE
           END-IF.

      ******************************************************************
      * Genera le scadenze di incasso della fattura appena emessa
      * (WS-FATT-NUMERO, totale IVA compresa in WS-FATT-TOTALE)
      * dalle condizioni di pagamento del cliente: rate di pari
      * importo a intervalli di 30 giorni dalla prima scadenza,
      * con la differenza di arrotondamento sull'ultima rata.
      ******************************************************************
       GENERA-SCADENZE-CLIENTE.
           MOVE 30 TO WS-SCL-GIORNI
           MOVE 1 TO WS-SCL-RATE
           MOVE 'B' TO WS-SCL-TIPO-PAG

           EXEC SQL
               SELECT COALESCE(giorni_pagamento, 30),
                      COALESCE(numero_rate, 1),
                      COALESCE(tipo_pagamento, 'B')
               INTO :WS-SCL-GIORNI, :WS-SCL-RATE,
                    :WS-SCL-TIPO-PAG
               FROM CLIENTI
               WHERE codice_cliente = :WS-DOC-CLIENTE
           END-EXEC

           IF WS-SCL-RATE < 1
               MOVE 1 TO WS-SCL-RATE
           END-IF

           COMPUTE WS-SCL-IMP-RATA ROUNDED =
               WS-FATT-TOTALE / WS-SCL-RATE
           MOVE WS-FATT-TOTALE TO WS-SCL-RESIDUO

           PERFORM VARYING WS-SCL-RATA-IDX FROM 1 BY 1
                   UNTIL WS-SCL-RATA-IDX > WS-SCL-RATE
               COMPUTE WS-SCL-GG-RATA =
                   WS-SCL-GIORNI + (WS-SCL-RATA-IDX - 1) * 30

               IF WS-SCL-RATA-IDX = WS-SCL-RATE
                   MOVE WS-SCL-RESIDUO TO WS-SCL-IMPORTO
               ELSE
                   MOVE WS-SCL-IMP-RATA TO WS-SCL-IMPORTO
                   SUBTRACT WS-SCL-IMP-RATA FROM WS-SCL-RESIDUO
               END-IF

               EXEC SQL
                   INSERT INTO SCADENZE_CLIENTI
                   (codice_cliente, numero_fattura, rata,
                    importo, data_fattura, data_scadenza,
                    tipo_pagamento, stato)
                   VALUES
                   (:WS-DOC-CLIENTE, :WS-FATT-NUMERO,
                    :WS-SCL-RATA-IDX, :WS-SCL-IMPORTO,
                    CURRENT_DATE,
                    CURRENT_DATE + :WS-SCL-GG-RATA,
                    :WS-SCL-TIPO-PAG, 'A')
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "Errore generazione scadenza cliente: "
                           SQLCODE
               END-IF
           END-PERFORM

           MOVE WS-SCL-RATE TO WS-NUMERO-EDIT
           DISPLAY "Scadenze di incasso generate: " WS-NUMERO-EDIT.

       SCADENZARIO-CLIENTI.
           DISPLAY " "
           DISPLAY "=== SCADENZARIO CLIENTI / INCASSI ==="
           DISPLAY " "
           DISPLAY "1. Scadenzario clienti su file"
           DISPLAY "2. Emissione distinta RiBa del mese"
           DISPLAY "3. Registra incasso"
           DISPLAY "4. Registra insoluto"
           DISPLAY "5. Import incassi da banca"
           DISPLAY "6. Incassi sospesi"
           DISPLAY "7. Abbinamento manuale incasso sospeso"
           DISPLAY "8. Import esiti RiBa da banca"
           DISPLAY " "
           DISPLAY "Scelta: " WITH NO ADVANCING
           ACCEPT WS-SCELTA

           EVALUATE WS-SCELTA
               WHEN 1
                   PERFORM STAMPA-SCADENZARIO-CLIENTI
               WHEN 2
                   PERFORM EMETTI-DISTINTA-RIBA
               WHEN 3
                   PERFORM REGISTRA-INCASSO-CLIENTE
               WHEN 4
                   PERFORM REGISTRA-INSOLUTO-CLIENTE
               WHEN 5
                   PERFORM IMPORTA-INCASSI-BANCA
               WHEN 6
                   PERFORM STAMPA-INCASSI-SOSPESI
               WHEN 7
                   PERFORM LAVORA-INCASSO-SOSPESO
               WHEN 8
                   PERFORM IMPORTA-ESITI-RIBA
               WHEN OTHER
                   DISPLAY "Scelta non valida!"
           END-EVALUATE.

       STAMPA-SCADENZARIO-CLIENTI.
           PERFORM GENERA-DATA-STAMP
           STRING "SCADENZARIO-CLIENTI-" WS-DATA-STAMP ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-SCADCLI

           MOVE ZERO TO WS-SCL-TOTALE
           MOVE ZERO TO WS-CONTA-SCL

           OPEN OUTPUT SCADCLI-FILE

           WRITE SCADCLI-RECORD FROM
               "SCADENZARIO CLIENTI"
           MOVE ALL "=" TO SCADCLI-RECORD
           WRITE SCADCLI-RECORD

           MOVE SPACES TO SCADCLI-RECORD
           STRING "Data: " FUNCTION CURRENT-DATE(1:10)
                  DELIMITED BY SIZE INTO SCADCLI-RECORD
           WRITE SCADCLI-RECORD
           WRITE SCADCLI-RECORD FROM SPACES

           WRITE SCADCLI-RECORD FROM
               "SCADENZA    CLIENTE  RAGIONE SOCIALE         " &
               "  FATTURA              TP ST        IMPORTO"
           MOVE ALL "-" TO SCADCLI-RECORD
           WRITE SCADCLI-RECORD

           EXEC SQL
               OPEN CUR-SCADENZE-CLIENTI
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-SCADENZE-CLIENTI
                   INTO :WS-SCL-ID, :WS-SCL-CLIENTE,
                        :WS-SCL-RAGIONE, :WS-SCL-FATTURA,
                        :WS-SCL-IMPORTO, :WS-SCL-SCADENZA,
                        :WS-SCL-TIPO-PAG, :WS-SCL-STATO
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-CONTA-SCL
                   ADD WS-SCL-IMPORTO TO WS-SCL-TOTALE

                   MOVE SPACES TO SCADCLI-RECORD
                   STRING WS-SCL-SCADENZA "  " WS-SCL-CLIENTE " "
                          WS-SCL-RAGIONE(1:24) "  "
                          WS-SCL-FATTURA " "
                          WS-SCL-TIPO-PAG "  "
                          WS-SCL-STATO
                          DELIMITED BY SIZE INTO SCADCLI-RECORD

                   MOVE WS-SCL-IMPORTO TO WS-IMPORTO-EDIT
                   STRING SCADCLI-RECORD(1:73)
                          "  " WS-IMPORTO-EDIT
                          DELIMITED BY SIZE INTO SCADCLI-RECORD
                   WRITE SCADCLI-RECORD
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-SCADENZE-CLIENTI
           END-EXEC

           WRITE SCADCLI-RECORD FROM SPACES
           MOVE ALL "-" TO SCADCLI-RECORD
           WRITE SCADCLI-RECORD

           MOVE SPACES TO SCADCLI-RECORD
           MOVE WS-CONTA-SCL TO WS-NUMERO-EDIT
           MOVE WS-SCL-TOTALE TO WS-IMPORTO-EDIT
           STRING "Scadenze aperte: " WS-NUMERO-EDIT
                  "   Credito a scadere: EUR " WS-IMPORTO-EDIT
                  DELIMITED BY SIZE INTO SCADCLI-RECORD
           WRITE SCADCLI-RECORD

           CLOSE SCADCLI-FILE

           MOVE WS-SCL-TOTALE TO WS-IMPORTO-EDIT
           DISPLAY "Credito a scadere: EUR " WS-IMPORTO-EDIT
           DISPLAY "Scadenzario salvato in " WS-NOME-FILE-SCADCLI.

      ******************************************************************
      * Distinta RiBa da presentare in banca: scadenze RiBa aperte
      * (o insolute ripresentabili) con scadenza nel mese indicato;
      * le scadenze presentate passano in stato 'P'. Oltre alla
      * stampa, la distinta va su RIBA-AAAAMM.DAT per la
      * presentazione in GESTIONE-CONTI.
      ******************************************************************
       EMETTI-DISTINTA-RIBA.
           DISPLAY " "
           DISPLAY "Anno (AAAA): " WITH NO ADVANCING
           ACCEPT WS-RIBA-ANNO
           DISPLAY "Mese (MM): " WITH NO ADVANCING
           ACCEPT WS-RIBA-MESE

           IF WS-RIBA-MESE < 1 OR WS-RIBA-MESE > 12
               DISPLAY "Mese non valido!"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-NOME-FILE-RIBA
           STRING "RIBA-" WS-RIBA-ANNO WS-RIBA-MESE ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-RIBA
           MOVE SPACES TO WS-NOME-FILE-RIBA-DATI
           STRING "RIBA-" WS-RIBA-ANNO WS-RIBA-MESE ".DAT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-RIBA-DATI

           MOVE ZERO TO WS-SCL-TOTALE
           MOVE ZERO TO WS-CONTA-SCL

           OPEN OUTPUT RIBA-FILE
           OPEN OUTPUT RIBA-DATI-FILE

           WRITE RIBA-RECORD FROM
               "DISTINTA DI PRESENTAZIONE RI.BA."
           MOVE ALL "=" TO RIBA-RECORD
           WRITE RIBA-RECORD

           MOVE SPACES TO RIBA-RECORD
           STRING "Periodo: " WS-RIBA-MESE "/" WS-RIBA-ANNO
                  "    Emessa il: " FUNCTION CURRENT-DATE(1:10)
                  DELIMITED BY SIZE INTO RIBA-RECORD
           WRITE RIBA-RECORD
           WRITE RIBA-RECORD FROM SPACES

           WRITE RIBA-RECORD FROM
               "SCADENZA    CLIENTE  RAGIONE SOCIALE      " &
               "IBAN                         FATTURA              " &
               "IMPORTO"
           MOVE ALL "-" TO RIBA-RECORD
           WRITE RIBA-RECORD

           EXEC SQL
               OPEN CUR-RIBA
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-RIBA
                   INTO :WS-SCL-ID, :WS-SCL-CLIENTE,
                        :WS-SCL-RAGIONE, :WS-SCL-IBAN,
                        :WS-SCL-FATTURA, :WS-SCL-IMPORTO,
                        :WS-SCL-SCADENZA
               END-EXEC

               IF SQLCODE = 0
                   IF WS-SCL-IBAN = SPACES
                       DISPLAY "Cliente " WS-SCL-CLIENTE
                               " senza IBAN: scadenza esclusa "
                               "dalla distinta!"
                   ELSE
                       ADD 1 TO WS-CONTA-SCL
                       ADD WS-SCL-IMPORTO TO WS-SCL-TOTALE

                       MOVE SPACES TO RIBA-RECORD
                       STRING WS-SCL-SCADENZA "  "
                              WS-SCL-CLIENTE " "
                              WS-SCL-RAGIONE(1:20) "  "
                              WS-SCL-IBAN "  "
                              WS-SCL-FATTURA
                              DELIMITED BY SIZE INTO RIBA-RECORD

                       MOVE WS-SCL-IMPORTO TO WS-IMPORTO-EDIT
                       STRING RIBA-RECORD(1:92)
                              "  " WS-IMPORTO-EDIT
                              DELIMITED BY SIZE INTO RIBA-RECORD
                       WRITE RIBA-RECORD

                       MOVE SPACES TO RIBA-DATI-RECORD
                       MOVE WS-SCL-ID TO RIB-ID-SCADENZA
                       MOVE WS-SCL-CLIENTE TO RIB-CLIENTE
                       MOVE WS-SCL-RAGIONE TO RIB-RAGIONE
                       MOVE WS-SCL-IBAN TO RIB-IBAN
                       MOVE WS-SCL-FATTURA TO RIB-FATTURA
                       MOVE WS-SCL-SCADENZA TO RIB-SCADENZA
                       MOVE WS-SCL-IMPORTO TO RIB-IMPORTO
                       WRITE RIBA-DATI-RECORD

                       EXEC SQL
                           UPDATE SCADENZE_CLIENTI
                           SET stato = 'P',
                               data_presentazione = CURRENT_DATE
                           WHERE id_scadenza = :WS-SCL-ID
                       END-EXEC
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-RIBA
           END-EXEC

           WRITE RIBA-RECORD FROM SPACES
           MOVE ALL "-" TO RIBA-RECORD
           WRITE RIBA-RECORD

           MOVE SPACES TO RIBA-RECORD
           MOVE WS-CONTA-SCL TO WS-NUMERO-EDIT
           MOVE WS-SCL-TOTALE TO WS-IMPORTO-EDIT
           STRING "Effetti presentati: " WS-NUMERO-EDIT
                  "   Totale distinta: EUR " WS-IMPORTO-EDIT
                  DELIMITED BY SIZE INTO RIBA-RECORD
           WRITE RIBA-RECORD

           CLOSE RIBA-FILE
           CLOSE RIBA-DATI-FILE

           MOVE WS-CONTA-SCL TO WS-NUMERO-EDIT
           DISPLAY "Effetti in distinta: " WS-NUMERO-EDIT
           DISPLAY "Distinta salvata in " WS-NOME-FILE-RIBA
           DISPLAY "File per la banca:   " WS-NOME-FILE-RIBA-DATI.

       REGISTRA-INCASSO-CLIENTE.
           DISPLAY " "
           DISPLAY "Id scadenza da incassare: " WITH NO ADVANCING
           ACCEPT WS-SCL-ID

           EXEC SQL
               SELECT codice_cliente, numero_fattura,
                      importo - COALESCE(importo_incassato, 0),
                      stato
               INTO :WS-SCL-CLIENTE, :WS-SCL-FATTURA,
                    :WS-SCL-IMPORTO, :WS-SCL-STATO
               FROM SCADENZE_CLIENTI
               WHERE id_scadenza = :WS-SCL-ID
           END-EXEC

           IF SQLCODE = 100
               DISPLAY "Scadenza non trovata!"
               EXIT PARAGRAPH
           END-IF

           IF WS-SCL-STATO = 'E'
               DISPLAY "Scadenza già incassata!"
               EXIT PARAGRAPH
           END-IF

           IF WS-SCL-STATO = 'C'
               DISPLAY "Scadenza chiusa da nota di credito!"
               EXIT PARAGRAPH
           END-IF

      * Dopo gli incassi parziali da banca si incassa solo il
      * residuo
           IF WS-SCL-IMPORTO NOT > 0
               DISPLAY "Nessun residuo da incassare sulla scadenza!"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SCL-IMPORTO TO WS-IMPORTO-EDIT
           DISPLAY "Cliente " WS-SCL-CLIENTE "  Fattura "
                   WS-SCL-FATTURA "  EUR " WS-IMPORTO-EDIT
           DISPLAY "Confermare incasso (S/N): " WITH NO ADVANCING
           ACCEPT WS-RISPOSTA
           IF WS-RISPOSTA NOT = 'S' AND NOT = 's'
               DISPLAY "Incasso annullato."
               EXIT PARAGRAPH
           END-IF

           END-EXEC

           EXEC SQL
               UPDATE SCADENZE_CLIENTI
               SET stato = 'E',
                   importo_incassato = importo,
                   data_incasso = CURRENT_DATE
               WHERE id_scadenza = :WS-SCL-ID
           END-EXEC

           IF SQLCODE = 0
      * Con tutte le rate incassate la fattura esce
      * dall'esposizione del controllo fido
               MOVE ZERO TO WS-CONTA-SCL
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-CONTA-SCL
                   FROM SCADENZE_CLIENTI
                   WHERE numero_fattura = :WS-SCL-FATTURA
                   AND stato IN ('A', 'P', 'I')
               END-EXEC

               IF WS-CONTA-SCL = 0
                   EXEC SQL
                       UPDATE DOCUMENTI_VENDITA
                       SET incassata = 'S'
                       WHERE tipo_documento = 'F'
                       AND numero_documento = :WS-SCL-FATTURA
                   END-EXEC
               END-IF
           END-IF

           IF SQLCODE = 0
               EXEC SQL
                   COMMIT
               END-EXEC
               DISPLAY "Incasso registrato!"
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               DISPLAY "Errore registrazione incasso: " SQLCODE
           END-IF.

      * L'insoluto riapre la scadenza presentata (stato 'I') e
      * rimette la fattura tra le non incassate: torna cosi'
      * nell'esposizione del controllo fido. Gli incassi parziali
      * gia' registrati restano; sulla scadenza incassata si storna
      * solo l'importo non pagato
       REGISTRA-INSOLUTO-CLIENTE.
           DISPLAY " "
           DISPLAY "Id scadenza insoluta: " WITH NO ADVANCING
           ACCEPT WS-SCL-ID

           EXEC SQL
               SELECT codice_cliente, numero_fattura, importo,
                      stato, COALESCE(importo_incassato, 0)
               INTO :WS-SCL-CLIENTE, :WS-SCL-FATTURA,
                    :WS-SCL-IMPORTO, :WS-SCL-STATO,
                    :WS-SCL-INCASSATO
               FROM SCADENZE_CLIENTI
               WHERE id_scadenza = :WS-SCL-ID
           END-EXEC

           IF SQLCODE = 100
               DISPLAY "Scadenza non trovata!"
               EXIT PARAGRAPH
           END-IF

           IF WS-SCL-STATO NOT = 'P' AND WS-SCL-STATO NOT = 'E'
               DISPLAY "Solo una scadenza presentata o incassata "
                       "può tornare insoluta!"
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-SCL-INSOLUTO
           IF WS-SCL-STATO = 'E'
               DISPLAY "Importo non pagato (invio = intero "
                       "incassato): " WITH NO ADVANCING
               ACCEPT WS-SCL-INSOLUTO
               IF WS-SCL-INSOLUTO = 0
                  OR WS-SCL-INSOLUTO > WS-SCL-INCASSATO
                   MOVE WS-SCL-INCASSATO TO WS-SCL-INSOLUTO
               END-IF
           END-IF

           EXEC SQL
               BEGIN TRANSACTION
           END-EXEC

           PERFORM STORNA-INCASSO-INSOLUTO

           IF SQLCODE = 0
               EXEC SQL
                   UPDATE DOCUMENTI_VENDITA
                   SET incassata = 'N'
                   WHERE tipo_documento = 'F'
                   AND numero_documento = :WS-SCL-FATTURA
               END-EXEC
           END-IF

           IF SQLCODE = 0
               EXEC SQL
                   COMMIT
               END-EXEC
               DISPLAY "Insoluto registrato: scadenza riaperta e "
                       "fattura di nuovo in esposizione."
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               DISPLAY "Errore registrazione insoluto: " SQLCODE
           END-IF.

      * Riapre la scadenza in WS-SCL-ID stornando dall'incassato
      * l'importo non pagato in WS-SCL-INSOLUTO
       STORNA-INCASSO-INSOLUTO.
           EXEC SQL
               UPDATE SCADENZE_CLIENTI
               SET stato = 'I',
                   data_insoluto = CURRENT_DATE,
                   importo_incassato =
                       GREATEST(COALESCE(importo_incassato, 0)
                                - :WS-SCL-INSOLUTO, 0),
                   data_incasso =
                       CASE WHEN COALESCE(importo_incassato, 0)
                                 - :WS-SCL-INSOLUTO > 0
                            THEN data_incasso END
               WHERE id_scadenza = :WS-SCL-ID
           END-EXEC.

      ******************************************************************
      * Import degli incassi da banca (INCASSI-MAGAZZINO.DAT prodotto
      * da GESTIONE-CONTI, in accodamento): gli incassi gia' visti
      * si saltano, gli altri si abbinano alle scadenze aperte e
      * chiudono quelle coperte; i non abbinati o ambigui restano
      * sospesi e finiscono nell'elenco per l'ufficio crediti.
      ******************************************************************
       IMPORTA-INCASSI-BANCA.
           DISPLAY " "
           DISPLAY "=== IMPORT INCASSI DA BANCA ==="

           MOVE "INCASSI-MAGAZZINO.DAT" TO WS-NOME-FILE-INC
           IF WS-MODO-BATCH NOT = 'S'
               DISPLAY "File incassi (invio = INCASSI-MAGAZZINO.DAT): "
                       WITH NO ADVANCING
               MOVE SPACES TO WS-INC-NOME-DIGITATO
               ACCEPT WS-INC-NOME-DIGITATO
               IF WS-INC-NOME-DIGITATO NOT = SPACES
                   MOVE WS-INC-NOME-DIGITATO TO WS-NOME-FILE-INC
               END-IF
           END-IF

           OPEN INPUT INCASSI-FILE
           IF WS-INC-FILE-STATUS NOT = "00"
               DISPLAY "File " WS-NOME-FILE-INC " non trovato!"
               IF WS-MODO-BATCH = 'S'
                   MOVE 8 TO WS-BATCH-RC
               END-IF
               EXIT PARAGRAPH
           END-IF

           INITIALIZE WS-INC-CONTATORI
           MOVE 'N' TO WS-INC-EOF

           PERFORM UNTIL WS-INC-EOF = 'S'
               READ INCASSI-FILE
                   AT END
                       MOVE 'S' TO WS-INC-EOF
                   NOT AT END
                       IF INCASSI-RECORD NOT = SPACES
                           ADD 1 TO WS-CONTA-INC-LETTI
                           PERFORM ELABORA-INCASSO-BANCA
                       END-IF
               END-READ
           END-PERFORM

           CLOSE INCASSI-FILE

           DISPLAY "Incassi letti:          " WS-CONTA-INC-LETTI
           DISPLAY "Gia' importati:         " WS-CONTA-INC-DOPPI
           DISPLAY "Abbinati alle scadenze: " WS-CONTA-INC-ABBINATI
           DISPLAY "Sospesi:                " WS-CONTA-INC-SOSPESI

           IF WS-CONTA-INC-SOSPESI > 0
               PERFORM STAMPA-INCASSI-SOSPESI
               IF WS-MODO-BATCH = 'S' AND WS-BATCH-RC < 4
                   MOVE 4 TO WS-BATCH-RC
               END-IF
           END-IF.

      * Un incasso: controllo di doppio import, cliente dall'IBAN
      * ordinante (se non condiviso da piu' clienti), scelta delle
      * scadenze e ripartizione oppure sospensione con il motivo
       ELABORA-INCASSO-BANCA.
           IF INC-ID NOT NUMERIC OR INC-IMPORTO NOT NUMERIC
               DISPLAY "Record incasso non valido: "
                       INCASSI-RECORD(1:40)
               EXIT PARAGRAPH
           END-IF

           MOVE INC-ID TO WS-INC-ID
           MOVE INC-DATA TO WS-INC-DATA
           MOVE INC-CONTO TO WS-INC-CONTO
           MOVE INC-IBAN-ORDINANTE TO WS-INC-IBAN
           MOVE INC-ORDINANTE TO WS-INC-ORDINANTE
           MOVE INC-CAUSALE TO WS-INC-CAUSALE
           MOVE INC-IMPORTO TO WS-INC-IMPORTO
           MOVE WS-INC-IMPORTO TO WS-INC-RESIDUO
           MOVE SPACES TO WS-INC-MOTIVO
           MOVE SPACE TO WS-INC-MODO

           MOVE ZERO TO WS-INC-CANDIDATE
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-INC-CANDIDATE
               FROM INCASSI_BANCA
               WHERE id_incasso_banca = :WS-INC-ID
           END-EXEC

           IF WS-INC-CANDIDATE > 0
               ADD 1 TO WS-CONTA-INC-DOPPI
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-INC-CLIENTE
           MOVE ZERO TO WS-INC-CLIENTI-IBAN
           IF WS-INC-IBAN NOT = SPACES
               EXEC SQL
                   SELECT COUNT(*), COALESCE(MIN(codice_cliente), ' ')
                   INTO :WS-INC-CLIENTI-IBAN, :WS-INC-CLIENTE
                   FROM CLIENTI
                   WHERE REPLACE(UPPER(iban), ' ', '') =
                         REPLACE(UPPER(:WS-INC-IBAN), ' ', '')
               END-EXEC
               IF WS-INC-CLIENTI-IBAN > 1
                   MOVE SPACES TO WS-INC-CLIENTE
               END-IF
           END-IF

      * Prima le fatture citate in causale: l'incasso non puo'
      * superarne il residuo, se inferiore copre le scadenze dalla
      * piu' vecchia e lascia l'ultima parzialmente incassata
           MOVE 'F' TO WS-INC-MODO
           MOVE ZERO TO WS-INC-CANDIDATE
           MOVE ZERO TO WS-INC-APERTO
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(s.importo
                                   - COALESCE(s.importo_incassato, 0)),
                               0)
               INTO :WS-INC-CANDIDATE, :WS-INC-APERTO
               FROM SCADENZE_CLIENTI s
               WHERE s.stato IN ('A', 'P', 'I')
               AND s.importo > 0
               AND POSITION(SUBSTR(TRIM(s.numero_fattura), 3)
                            IN UPPER(REPLACE(:WS-INC-CAUSALE,
                                             ' ', ''))) > 0
               AND (TRIM(:WS-INC-CLIENTE) = ''
                    OR s.codice_cliente = :WS-INC-CLIENTE)
           END-EXEC

           IF WS-INC-CANDIDATE > 0
               IF WS-INC-IMPORTO > WS-INC-APERTO
                   MOVE "Importo oltre il residuo delle fatture"
                       TO WS-INC-MOTIVO
               END-IF
               PERFORM CHIUDI-INCASSO-BANCA
               EXIT PARAGRAPH
           END-IF

      * Senza fatture in causale serve il cliente dall'IBAN: una
      * sola scadenza dell'importo esatto, altrimenti il saldo di
      * tutte le scadenze aperte
           IF WS-INC-CLIENTE = SPACES
               MOVE SPACE TO WS-INC-MODO
               IF WS-INC-CLIENTI-IBAN > 1
                   MOVE "IBAN ordinante di piu' clienti"
                       TO WS-INC-MOTIVO
               ELSE
                   MOVE "Nessuna fattura in causale, IBAN sconosciuto"
                       TO WS-INC-MOTIVO
               END-IF
               PERFORM CHIUDI-INCASSO-BANCA
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-INC-CANDIDATE
           MOVE ZERO TO WS-INC-APERTO
           MOVE ZERO TO WS-INC-ESATTE
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(importo
                                   - COALESCE(importo_incassato, 0)),
                               0),
                      COUNT(CASE WHEN importo
                                   - COALESCE(importo_incassato, 0)
                                   = :WS-INC-IMPORTO THEN 1 END)
               INTO :WS-INC-CANDIDATE, :WS-INC-APERTO,
                    :WS-INC-ESATTE
               FROM SCADENZE_CLIENTI
               WHERE codice_cliente = :WS-INC-CLIENTE
               AND stato IN ('A', 'P', 'I')
               AND importo > 0
           END-EXEC

           EVALUATE TRUE
               WHEN WS-INC-CANDIDATE = 0
                   MOVE "Cliente senza scadenze aperte"
                       TO WS-INC-MOTIVO
               WHEN WS-INC-ESATTE = 1
                   MOVE 'E' TO WS-INC-MODO
               WHEN WS-INC-IMPORTO = WS-INC-APERTO
                   MOVE 'C' TO WS-INC-MODO
               WHEN WS-INC-ESATTE > 1
                   MOVE "Piu' scadenze dello stesso importo"
                       TO WS-INC-MOTIVO
               WHEN OTHER
                   MOVE "Importo diverso dalle scadenze del cliente"
                       TO WS-INC-MOTIVO
           END-EVALUATE

           PERFORM CHIUDI-INCASSO-BANCA.

      * Ripartizione sulle scadenze scelte e registrazione
      * dell'incasso; senza abbinamento (o con errore) l'incasso
      * resta sospeso per intero
       CHIUDI-INCASSO-BANCA.
           MOVE "OK" TO WS-ESITO
           MOVE 'A' TO WS-INC-TIPO-ABB

           IF WS-INC-MOTIVO = SPACES
               MOVE 'N' TO WS-INC-FINE
               EXEC SQL
                   OPEN CUR-INC-SCADENZE
               END-EXEC

               PERFORM UNTIL WS-INC-FINE = 'S'
                   EXEC SQL
                       FETCH CUR-INC-SCADENZE
                       INTO :WS-SCL-ID, :WS-SCL-CLIENTE,
                            :WS-SCL-FATTURA, :WS-SCL-IMPORTO
                   END-EXEC

                   IF SQLCODE NOT = 0
                       MOVE 'S' TO WS-INC-FINE
                   ELSE
                       IF WS-INC-CLIENTE = SPACES
                           MOVE WS-SCL-CLIENTE TO WS-INC-CLIENTE
                       END-IF
                       PERFORM ABBINA-SCADENZA-INCASSO
                       IF WS-ESITO NOT = "OK" OR WS-INC-RESIDUO = 0
                           MOVE 'S' TO WS-INC-FINE
                       END-IF
                   END-IF
               END-PERFORM

               EXEC SQL
                   CLOSE CUR-INC-SCADENZE
               END-EXEC

               IF WS-ESITO NOT = "OK"
                   EXEC SQL
                       ROLLBACK
                   END-EXEC
                   MOVE WS-INC-IMPORTO TO WS-INC-RESIDUO
                   MOVE "Errore nell'abbinamento" TO WS-INC-MOTIVO
               END-IF
           END-IF

      * Scadenze chiuse nel frattempo: la parte non ripartita resta
      * sospesa
           IF WS-INC-MOTIVO = SPACES AND WS-INC-RESIDUO > 0
               MOVE "Residuo non abbinato" TO WS-INC-MOTIVO
           END-IF

           IF WS-INC-MOTIVO = SPACES
               MOVE 'A' TO WS-INC-ESITO
           ELSE
               MOVE 'S' TO WS-INC-ESITO
           END-IF

           EXEC SQL
               INSERT INTO INCASSI_BANCA
               (id_incasso_banca, data_accredito, conto_accredito,
                iban_ordinante, ordinante, causale, importo,
                importo_residuo, codice_cliente, esito, motivo,
                data_import, operatore)
               VALUES
               (:WS-INC-ID, CAST(:WS-INC-DATA AS DATE),
                :WS-INC-CONTO, :WS-INC-IBAN, :WS-INC-ORDINANTE,
                :WS-INC-CAUSALE, :WS-INC-IMPORTO, :WS-INC-RESIDUO,
                NULLIF(TRIM(:WS-INC-CLIENTE), ''), :WS-INC-ESITO,
                :WS-INC-MOTIVO, CURRENT_DATE,
                :WS-OPERATORE-CORRENTE)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Errore registrazione incasso " WS-INC-ID
                       ": " SQLCODE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               COMMIT
           END-EXEC

           IF WS-INC-ESITO = 'A'
               ADD 1 TO WS-CONTA-INC-ABBINATI
           ELSE
               ADD 1 TO WS-CONTA-INC-SOSPESI
           END-IF.

      * Quota dell'incasso sulla scadenza WS-SCL-ID (residuo in
      * WS-SCL-IMPORTO): la scadenza coperta passa a incassata e con
      * l'ultima rata la fattura esce dall'esposizione del fido
       ABBINA-SCADENZA-INCASSO.
           IF WS-SCL-IMPORTO > WS-INC-RESIDUO
               MOVE WS-INC-RESIDUO TO WS-INC-QUOTA
           ELSE
               MOVE WS-SCL-IMPORTO TO WS-INC-QUOTA
           END-IF

           EXEC SQL
               UPDATE SCADENZE_CLIENTI
               SET importo_incassato = COALESCE(importo_incassato, 0)
                                       + :WS-INC-QUOTA,
                   stato = CASE WHEN importo
                                     - COALESCE(importo_incassato, 0)
                                     - :WS-INC-QUOTA <= 0
                                THEN 'E' ELSE stato END,
                   data_incasso = CASE WHEN importo
                                     - COALESCE(importo_incassato, 0)
                                     - :WS-INC-QUOTA <= 0
                                THEN CAST(:WS-INC-DATA AS DATE)
                                ELSE data_incasso END
               WHERE id_scadenza = :WS-SCL-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Errore aggiornamento scadenza " WS-SCL-ID
                       ": " SQLCODE
               MOVE "KO" TO WS-ESITO
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               INSERT INTO INCASSI_ABBINAMENTI
               (id_incasso_banca, id_scadenza, importo,
                tipo_abbinamento, data_abbinamento, operatore)
               VALUES
               (:WS-INC-ID, :WS-SCL-ID, :WS-INC-QUOTA,
                :WS-INC-TIPO-ABB, CURRENT_DATE,
                :WS-OPERATORE-CORRENTE)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Errore abbinamento scadenza " WS-SCL-ID
                       ": " SQLCODE
               MOVE "KO" TO WS-ESITO
               EXIT PARAGRAPH
           END-IF

           SUBTRACT WS-INC-QUOTA FROM WS-INC-RESIDUO

           IF WS-INC-QUOTA = WS-SCL-IMPORTO
               MOVE ZERO TO WS-CONTA-SCL
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-CONTA-SCL
                   FROM SCADENZE_CLIENTI
                   WHERE numero_fattura = :WS-SCL-FATTURA
                   AND stato IN ('A', 'P', 'I')
               END-EXEC

               IF WS-CONTA-SCL = 0
                   EXEC SQL
                       UPDATE DOCUMENTI_VENDITA
                       SET incassata = 'S'
                       WHERE tipo_documento = 'F'
                       AND numero_documento = :WS-SCL-FATTURA
                   END-EXEC
               END-IF
           END-IF.

      * Elenco degli incassi sospesi per l'ufficio crediti
       STAMPA-INCASSI-SOSPESI.
           PERFORM GENERA-DATA-STAMP
           MOVE SPACES TO WS-NOME-FILE-INC-SOSP
           STRING "INCASSI-SOSPESI-" WS-DATA-STAMP ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-INC-SOSP

           MOVE ZERO TO WS-CONTA-SCL
           MOVE ZERO TO WS-SCL-TOTALE

           OPEN OUTPUT INC-SOSPESI-FILE

           WRITE INC-SOSPESI-RECORD FROM
               "INCASSI DA BANCA SOSPESI - DA ABBINARE A MANO"
           MOVE ALL "=" TO INC-SOSPESI-RECORD
           WRITE INC-SOSPESI-RECORD

           MOVE SPACES TO INC-SOSPESI-RECORD
           STRING "Data: " FUNCTION CURRENT-DATE(1:10)
                  DELIMITED BY SIZE INTO INC-SOSPESI-RECORD
           WRITE INC-SOSPESI-RECORD
           WRITE INC-SOSPESI-RECORD FROM SPACES

           WRITE INC-SOSPESI-RECORD FROM
               "ID        ACCREDITO  ORDINANTE                 " &
               "CAUSALE                          RESIDUO CLIENTE"
           MOVE ALL "-" TO INC-SOSPESI-RECORD
           WRITE INC-SOSPESI-RECORD

           EXEC SQL
               OPEN CUR-INC-SOSPESI
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-INC-SOSPESI
                   INTO :WS-INC-ID, :WS-INC-DATA,
                        :WS-INC-ORDINANTE, :WS-INC-CAUSALE,
                        :WS-INC-RESIDUO, :WS-INC-CLIENTE,
                        :WS-INC-MOTIVO
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-CONTA-SCL
                   ADD WS-INC-RESIDUO TO WS-SCL-TOTALE

                   MOVE SPACES TO INC-SOSPESI-RECORD
                   MOVE WS-INC-RESIDUO TO WS-IMPORTO-EDIT
                   STRING WS-INC-ID " " WS-INC-DATA " "
                          WS-INC-ORDINANTE(1:25) " "
                          WS-INC-CAUSALE " " WS-IMPORTO-EDIT " "
                          WS-INC-CLIENTE
                          DELIMITED BY SIZE INTO INC-SOSPESI-RECORD
                   WRITE INC-SOSPESI-RECORD

                   MOVE SPACES TO INC-SOSPESI-RECORD
                   STRING "          Motivo: " WS-INC-MOTIVO
                          DELIMITED BY SIZE INTO INC-SOSPESI-RECORD
                   WRITE INC-SOSPESI-RECORD
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-INC-SOSPESI
           END-EXEC

           MOVE ALL "-" TO INC-SOSPESI-RECORD
           WRITE INC-SOSPESI-RECORD

           MOVE SPACES TO INC-SOSPESI-RECORD
           MOVE WS-CONTA-SCL TO WS-NUMERO-EDIT
           MOVE WS-SCL-TOTALE TO WS-IMPORTO-EDIT
           STRING "Incassi sospesi: " WS-NUMERO-EDIT
                  "   Da abbinare: EUR " WS-IMPORTO-EDIT
                  DELIMITED BY SIZE INTO INC-SOSPESI-RECORD
           WRITE INC-SOSPESI-RECORD

           CLOSE INC-SOSPESI-FILE

           DISPLAY "Incassi sospesi: " WS-NUMERO-EDIT
           DISPLAY "Elenco salvato in " WS-NOME-FILE-INC-SOSP.

      * L'ufficio crediti ripartisce a mano un incasso sospeso su
      * una o piu' scadenze; finche' resta un residuo l'incasso
      * rimane tra i sospesi
       LAVORA-INCASSO-SOSPESO.
           DISPLAY " "
           DISPLAY "Id incasso sospeso: " WITH NO ADVANCING
           ACCEPT WS-INC-ID

           EXEC SQL
               SELECT CAST(data_accredito AS CHAR(10)), ordinante,
                      causale, importo_residuo,
                      COALESCE(codice_cliente, ' '), motivo
               INTO :WS-INC-DATA, :WS-INC-ORDINANTE,
                    :WS-INC-CAUSALE, :WS-INC-RESIDUO,
                    :WS-INC-CLIENTE, :WS-INC-MOTIVO
               FROM INCASSI_BANCA
               WHERE id_incasso_banca = :WS-INC-ID
               AND esito = 'S'
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Incasso sospeso non trovato!"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-INC-RESIDUO TO WS-IMPORTO-EDIT
           DISPLAY "Accredito del " WS-INC-DATA
                   "  Ordinante: " WS-INC-ORDINANTE(1:40)
           DISPLAY "Causale: " WS-INC-CAUSALE
           DISPLAY "Residuo: EUR " WS-IMPORTO-EDIT
           DISPLAY "Motivo:  " WS-INC-MOTIVO

           MOVE "OK" TO WS-ESITO
           MOVE 'M' TO WS-INC-TIPO-ABB
           MOVE 'N' TO WS-INC-FINE

           PERFORM UNTIL WS-INC-FINE = 'S'
               DISPLAY "Id scadenza da incassare (0 = fine): "
                       WITH NO ADVANCING
               ACCEPT WS-SCL-ID
               IF WS-SCL-ID = 0
                   MOVE 'S' TO WS-INC-FINE
               ELSE
                   PERFORM ABBINA-MANUALE-INCASSO
                   IF WS-ESITO NOT = "OK" OR WS-INC-RESIDUO = 0
                       MOVE 'S' TO WS-INC-FINE
                   END-IF
               END-IF
           END-PERFORM

           IF WS-ESITO NOT = "OK"
               EXEC SQL
                   ROLLBACK
               END-EXEC
               DISPLAY "Abbinamento annullato."
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               UPDATE INCASSI_BANCA
               SET importo_residuo = :WS-INC-RESIDUO,
                   esito = CASE WHEN :WS-INC-RESIDUO = 0
                                THEN 'L' ELSE 'S' END,
                   codice_cliente = NULLIF(TRIM(:WS-INC-CLIENTE), '')
               WHERE id_incasso_banca = :WS-INC-ID
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   COMMIT
               END-EXEC
               MOVE WS-INC-RESIDUO TO WS-IMPORTO-EDIT
               DISPLAY "Incasso abbinato, residuo EUR "
                       WS-IMPORTO-EDIT
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               DISPLAY "Errore aggiornamento incasso: " SQLCODE
           END-IF.

       ABBINA-MANUALE-INCASSO.
           EXEC SQL
               SELECT codice_cliente, numero_fattura,
                      importo - COALESCE(importo_incassato, 0)
               INTO :WS-SCL-CLIENTE, :WS-SCL-FATTURA,
                    :WS-SCL-IMPORTO
               FROM SCADENZE_CLIENTI
               WHERE id_scadenza = :WS-SCL-ID
               AND stato IN ('A', 'P', 'I')
               AND importo > 0
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Scadenza non trovata o gia' incassata!"
               EXIT PARAGRAPH
           END-IF

           IF WS-INC-CLIENTE = SPACES
               MOVE WS-SCL-CLIENTE TO WS-INC-CLIENTE
           END-IF

           PERFORM ABBINA-SCADENZA-INCASSO

           IF WS-ESITO = "OK"
               MOVE WS-INC-QUOTA TO WS-IMPORTO-EDIT
               DISPLAY "Fattura " WS-SCL-FATTURA " incassati EUR "
                       WS-IMPORTO-EDIT
           END-IF.

      ******************************************************************
      * Import degli esiti RiBa (ESITI-RIBA.DAT prodotto da
      * GESTIONE-CONTI, in accodamento): l'effetto pagato chiude la
      * scadenza presentata, l'insoluto la riapre e rimette la
      * fattura in esposizione come la registrazione manuale.
      ******************************************************************
       IMPORTA-ESITI-RIBA.
           DISPLAY " "
           DISPLAY "=== IMPORT ESITI RIBA DA BANCA ==="

           MOVE "ESITI-RIBA.DAT" TO WS-NOME-FILE-ESR
           IF WS-MODO-BATCH NOT = 'S'
               DISPLAY "File esiti (invio = ESITI-RIBA.DAT): "
                       WITH NO ADVANCING
               MOVE SPACES TO WS-ESR-NOME-DIGITATO
               ACCEPT WS-ESR-NOME-DIGITATO
               IF WS-ESR-NOME-DIGITATO NOT = SPACES
                   MOVE WS-ESR-NOME-DIGITATO TO WS-NOME-FILE-ESR
               END-IF
           END-IF

           OPEN INPUT ESITI-RIBA-FILE
           IF WS-ESR-FILE-STATUS NOT = "00"
               DISPLAY "File " WS-NOME-FILE-ESR " non trovato!"
               IF WS-MODO-BATCH = 'S'
                   MOVE 8 TO WS-BATCH-RC
               END-IF
               EXIT PARAGRAPH
           END-IF

           INITIALIZE WS-ESR-CONTATORI
           MOVE 'N' TO WS-ESR-EOF

           PERFORM UNTIL WS-ESR-EOF = 'S'
               READ ESITI-RIBA-FILE
                   AT END
                       MOVE 'S' TO WS-ESR-EOF
                   NOT AT END
                       IF ESITI-RIBA-RECORD NOT = SPACES
                           ADD 1 TO WS-CONTA-ESR-LETTI
                           PERFORM ELABORA-ESITO-RIBA
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ESITI-RIBA-FILE

           DISPLAY "Esiti letti:       " WS-CONTA-ESR-LETTI
           DISPLAY "Gia' importati:    " WS-CONTA-ESR-DOPPI
           DISPLAY "Effetti pagati:    " WS-CONTA-ESR-PAGATI
           DISPLAY "Effetti insoluti:  " WS-CONTA-ESR-INSOLUTI
           DISPLAY "Anomalie:          " WS-CONTA-ESR-ANOMALIE

           IF WS-CONTA-ESR-ANOMALIE > 0
               IF WS-MODO-BATCH = 'S' AND WS-BATCH-RC < 4
                   MOVE 4 TO WS-BATCH-RC
               END-IF
           END-IF.

      * Un esito: controllo di doppio import e stato della scadenza,
      * aggiornamento e registrazione dell'effetto
       ELABORA-ESITO-RIBA.
           IF ESR-ID-EFFETTO NOT NUMERIC
              OR ESR-ID-SCADENZA NOT NUMERIC
              OR ESR-IMPORTO NOT NUMERIC
              OR ESR-SPESE NOT NUMERIC
              OR ESR-DATA(1:4) NOT NUMERIC
              OR (ESR-ESITO NOT = 'E' AND ESR-ESITO NOT = 'I')
               DISPLAY "Record esito non valido: "
                       ESITI-RIBA-RECORD(1:40)
               ADD 1 TO WS-CONTA-ESR-ANOMALIE
               EXIT PARAGRAPH
           END-IF

           MOVE ESR-ID-EFFETTO TO WS-ESR-EFFETTO
           MOVE ESR-ID-SCADENZA TO WS-ESR-SCADENZA-ID
           MOVE ESR-FATTURA TO WS-ESR-FATTURA
           MOVE ESR-ESITO TO WS-ESR-ESITO
           MOVE ESR-DATA TO WS-ESR-DATA
           MOVE ESR-IMPORTO TO WS-ESR-IMPORTO
           MOVE ESR-SPESE TO WS-ESR-SPESE
           MOVE ESR-MOTIVO TO WS-ESR-MOTIVO
           MOVE SPACES TO WS-ESR-NOTA

           MOVE ZERO TO WS-ESR-PRESENTI
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-ESR-PRESENTI
               FROM ESITI_RIBA
               WHERE id_effetto = :WS-ESR-EFFETTO
           END-EXEC

           IF WS-ESR-PRESENTI > 0
               ADD 1 TO WS-CONTA-ESR-DOPPI
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ESR-SCADENZA-ID TO WS-SCL-ID
           EXEC SQL
               SELECT numero_fattura, stato
               INTO :WS-SCL-FATTURA, :WS-SCL-STATO
               FROM SCADENZE_CLIENTI
               WHERE id_scadenza = :WS-SCL-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   MOVE "Scadenza non trovata" TO WS-ESR-NOTA
               WHEN WS-SCL-FATTURA NOT = WS-ESR-FATTURA
                   MOVE "Fattura diversa dalla scadenza"
                       TO WS-ESR-NOTA
               WHEN WS-ESR-ESITO = 'E' AND WS-SCL-STATO NOT = 'P'
                   MOVE "Pagato su scadenza non presentata"
                       TO WS-ESR-NOTA
               WHEN WS-ESR-ESITO = 'I' AND WS-SCL-STATO NOT = 'P'
                                       AND WS-SCL-STATO NOT = 'E'
                   MOVE "Insoluto su scadenza non presentata"
                       TO WS-ESR-NOTA
           END-EVALUATE

           MOVE "OK" TO WS-ESITO
           IF WS-ESR-NOTA = SPACES
               IF WS-ESR-ESITO = 'E'
                   PERFORM PAGATO-ESITO-RIBA
               ELSE
                   PERFORM INSOLUTO-ESITO-RIBA
               END-IF
               IF WS-ESITO NOT = "OK"
                   EXEC SQL
                       ROLLBACK
                   END-EXEC
                   MOVE "Errore aggiornamento scadenza"
                       TO WS-ESR-NOTA
               END-IF
           END-IF

           IF WS-ESR-NOTA = SPACES
               MOVE 'A' TO WS-ESR-IMPORT
           ELSE
               MOVE 'X' TO WS-ESR-IMPORT
               DISPLAY "Anomalia effetto " WS-ESR-EFFETTO " fattura "
                       WS-ESR-FATTURA ": " WS-ESR-NOTA
           END-IF

           EXEC SQL
               INSERT INTO ESITI_RIBA
               (id_effetto, id_scadenza, numero_fattura, esito,
                data_esito, importo, spese, motivo, esito_import,
                nota, data_import, operatore)
               VALUES
               (:WS-ESR-EFFETTO, :WS-ESR-SCADENZA-ID,
                :WS-ESR-FATTURA, :WS-ESR-ESITO,
                CAST(:WS-ESR-DATA AS DATE), :WS-ESR-IMPORTO,
                :WS-ESR-SPESE, :WS-ESR-MOTIVO, :WS-ESR-IMPORT,
                :WS-ESR-NOTA, CURRENT_DATE,
                :WS-OPERATORE-CORRENTE)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Errore registrazione esito " WS-ESR-EFFETTO
                       ": " SQLCODE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               COMMIT
           END-EXEC

           EVALUATE TRUE
               WHEN WS-ESR-IMPORT = 'X'
                   ADD 1 TO WS-CONTA-ESR-ANOMALIE
               WHEN WS-ESR-ESITO = 'E'
                   ADD 1 TO WS-CONTA-ESR-PAGATI
               WHEN OTHER
                   ADD 1 TO WS-CONTA-ESR-INSOLUTI
           END-EVALUATE.

      * Effetto pagato: scadenza incassata alla data dell'esito e,
      * con l'ultima rata, fattura fuori dall'esposizione del fido
       PAGATO-ESITO-RIBA.
           EXEC SQL
               UPDATE SCADENZE_CLIENTI
               SET stato = 'E',
                   importo_incassato = importo,
                   data_incasso = CAST(:WS-ESR-DATA AS DATE)
               WHERE id_scadenza = :WS-SCL-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE "KO" TO WS-ESITO
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-CONTA-SCL
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-CONTA-SCL
               FROM SCADENZE_CLIENTI
               WHERE numero_fattura = :WS-SCL-FATTURA
               AND stato IN ('A', 'P', 'I')
           END-EXEC

           IF WS-CONTA-SCL = 0
               EXEC SQL
                   UPDATE DOCUMENTI_VENDITA
                   SET incassata = 'S'
                   WHERE tipo_documento = 'F'
                   AND numero_documento = :WS-SCL-FATTURA
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   MOVE "KO" TO WS-ESITO
               END-IF
           END-IF.

      * Effetto insoluto: scadenza riaperta e fattura di nuovo in
      * esposizione, come per REGISTRA-INSOLUTO-CLIENTE; su una
      * scadenza gia' incassata si storna solo l'importo dell'effetto
       INSOLUTO-ESITO-RIBA.
           MOVE ZERO TO WS-SCL-INSOLUTO
           IF WS-SCL-STATO = 'E'
               MOVE WS-ESR-IMPORTO TO WS-SCL-INSOLUTO
           END-IF

           EXEC SQL
               UPDATE SCADENZE_CLIENTI
               SET stato = 'I',
                   data_insoluto = CAST(:WS-ESR-DATA AS DATE),
                   importo_incassato =
                       GREATEST(COALESCE(importo_incassato, 0)
                                - :WS-SCL-INSOLUTO, 0),
                   data_incasso =
                       CASE WHEN COALESCE(importo_incassato, 0)
                                 - :WS-SCL-INSOLUTO > 0
                            THEN data_incasso END
               WHERE id_scadenza = :WS-SCL-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE "KO" TO WS-ESITO
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               UPDATE DOCUMENTI_VENDITA
               SET incassata = 'N'
               WHERE tipo_documento = 'F'
               AND numero_documento = :WS-SCL-FATTURA
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE "KO" TO WS-ESITO
           END-IF.

      ******************************************************************
      * Anagrafica agenti, assegnazione ai clienti con eventuale
      * percentuale concordata, percentuali per categoria articolo
      * ed estratto conto provvigionale mensile.
      ******************************************************************
       GESTIONE-AGENTI.
           DISPLAY " "
           DISPLAY "=== AGENTI DI VENDITA E PROVVIGIONI ==="
           DISPLAY " "
           DISPLAY "1. Inserisci / modifica agente"
           DISPLAY "2. Assegna agente a cliente"
           DISPLAY "3. Provvigione agente per categoria articolo"
           DISPLAY "4. Estratto provvigioni mensile"
           DISPLAY " "
           DISPLAY "Scelta: " WITH NO ADVANCING
           ACCEPT WS-SCELTA

           EVALUATE WS-SCELTA
               WHEN 1
                   PERFORM AGGIORNA-AGENTE
               WHEN 2
                   PERFORM ASSEGNA-AGENTE-CLIENTE
               WHEN 3
                   PERFORM PROVVIGIONE-CATEGORIA-AGENTE
               WHEN 4
                   PERFORM CONTROLLA-RUOLO-CAPO
                   IF WS-ESITO = "OK"
                       PERFORM ESTRATTO-PROVVIGIONI-AGENTI
                   END-IF
               WHEN OTHER
                   DISPLAY "Scelta non valida!"
           END-EVALUATE.

       AGGIORNA-AGENTE.
           DISPLAY " "
           DISPLAY "Codice agente: " WITH NO ADVANCING
           ACCEPT WS-AGE-CODICE

           IF WS-AGE-CODICE = SPACES
               DISPLAY "Codice agente obbligatorio!"
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               SELECT nominativo, perc_provvigione, tipo_mandato,
                      stato
               INTO :WS-AGE-NOMINATIVO, :WS-AGE-PERC,
                    :WS-AGE-MANDATO, :WS-AGE-STATO
               FROM AGENTI
               WHERE codice_agente = :WS-AGE-CODICE
           END-EXEC

           IF SQLCODE = 0
               MOVE WS-AGE-PERC TO WS-PERC-EDIT
               DISPLAY "Agente esistente: " WS-AGE-NOMINATIVO(1:40)
               DISPLAY "Provvigione " WS-PERC-EDIT "%  Mandato "
                       WS-AGE-MANDATO "  Stato " WS-AGE-STATO
               MOVE 'U' TO WS-RISPOSTA
           ELSE
               MOVE 'I' TO WS-RISPOSTA
           END-IF

           DISPLAY "Nominativo: " WITH NO ADVANCING
           ACCEPT WS-AGE-NOMINATIVO
           DISPLAY "Percentuale provvigione base: " WITH NO ADVANCING
           ACCEPT WS-AGE-PERC
           DISPLAY "Mandato (M=Mono, P=Pluri): " WITH NO ADVANCING
           ACCEPT WS-AGE-MANDATO
           IF WS-AGE-MANDATO NOT = 'M' AND WS-AGE-MANDATO NOT = 'm'
               MOVE 'P' TO WS-AGE-MANDATO
           ELSE
               MOVE 'M' TO WS-AGE-MANDATO
           END-IF
           DISPLAY "Stato (A=Attivo, C=Cessato): " WITH NO ADVANCING
           ACCEPT WS-AGE-STATO
           IF WS-AGE-STATO NOT = 'C' AND WS-AGE-STATO NOT = 'c'
               MOVE 'A' TO WS-AGE-STATO
           ELSE
               MOVE 'C' TO WS-AGE-STATO
           END-IF

           IF WS-AGE-NOMINATIVO = SPACES
               DISPLAY "Nominativo obbligatorio!"
               EXIT PARAGRAPH
           END-IF

           IF WS-RISPOSTA = 'U'
               EXEC SQL
                   UPDATE AGENTI
                   SET nominativo = :WS-AGE-NOMINATIVO,
                       perc_provvigione = :WS-AGE-PERC,
                       tipo_mandato = :WS-AGE-MANDATO,
                       stato = :WS-AGE-STATO
                   WHERE codice_agente = :WS-AGE-CODICE
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO AGENTI
                   (codice_agente, nominativo, perc_provvigione,
                    tipo_mandato, stato)
                   VALUES
                   (:WS-AGE-CODICE, :WS-AGE-NOMINATIVO,
                    :WS-AGE-PERC, :WS-AGE-MANDATO, :WS-AGE-STATO)
               END-EXEC
           END-IF

           IF SQLCODE = 0
               DISPLAY "Agente registrato!"
           ELSE
               DISPLAY "Errore registrazione agente: " SQLCODE
           END-IF.

      * La percentuale del cliente, se indicata, prevale su quella
      * di categoria e su quella base dell'agente
       ASSEGNA-AGENTE-CLIENTE.
           DISPLAY " "
           DISPLAY "Codice cliente: " WITH NO ADVANCING
           ACCEPT WS-AGE-CLIENTE

           EXEC SQL
               SELECT ragione_sociale
               INTO :WS-MOV-CAUSALE
               FROM CLIENTI
               WHERE codice_cliente = :WS-AGE-CLIENTE
           END-EXEC

           IF SQLCODE = 100
               DISPLAY "Cliente non trovato!"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Cliente: " WS-MOV-CAUSALE(1:40)

           DISPLAY "Codice agente: " WITH NO ADVANCING
           ACCEPT WS-AGE-CODICE
           PERFORM CARICA-AGENTE-ATTIVO
           IF WS-ESITO NOT = "OK"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Provvigione concordata col cliente "
                   "(vuoto = da agente/categoria): " WITH NO ADVANCING
           ACCEPT WS-AGE-RISPOSTA-PERC

           MOVE "CLIENTI" TO WS-AUD-TABELLA
           MOVE WS-AGE-CLIENTE TO WS-AUD-CHIAVE
           PERFORM AUDIT-PRIMA

           IF WS-AGE-RISPOSTA-PERC = SPACES
               EXEC SQL
                   UPDATE CLIENTI
                   SET codice_agente = :WS-AGE-CODICE,
                       perc_provvigione = NULL
                   WHERE codice_cliente = :WS-AGE-CLIENTE
               END-EXEC
           ELSE
               MOVE FUNCTION NUMVAL(WS-AGE-RISPOSTA-PERC)
                   TO WS-AGE-PERC
               EXEC SQL
                   UPDATE CLIENTI
                   SET codice_agente = :WS-AGE-CODICE,
                       perc_provvigione = :WS-AGE-PERC
                   WHERE codice_cliente = :WS-AGE-CLIENTE
               END-EXEC
           END-IF

           IF SQLCODE = 0
               DISPLAY "Agente assegnato al cliente!"
               PERFORM AUDIT-DOPO
           ELSE
               DISPLAY "Errore assegnazione agente: " SQLCODE
           END-IF.

       PROVVIGIONE-CATEGORIA-AGENTE.
           DISPLAY " "
           DISPLAY "Codice agente: " WITH NO ADVANCING
           ACCEPT WS-AGE-CODICE
           PERFORM CARICA-AGENTE-ATTIVO
           IF WS-ESITO NOT = "OK"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Categoria articolo: " WITH NO ADVANCING
           ACCEPT WS-AGE-CATEGORIA
           DISPLAY "Percentuale provvigione (0 = elimina): "
                   WITH NO ADVANCING
           ACCEPT WS-AGE-PERC

           EXEC SQL
               DELETE FROM PROVVIGIONI_CATEGORIE
               WHERE codice_agente = :WS-AGE-CODICE
               AND codice_categoria = :WS-AGE-CATEGORIA
           END-EXEC

           IF WS-AGE-PERC > 0
               EXEC SQL
                   INSERT INTO PROVVIGIONI_CATEGORIE
                   (codice_agente, codice_categoria, perc_provvigione)
                   VALUES
                   (:WS-AGE-CODICE, :WS-AGE-CATEGORIA, :WS-AGE-PERC)
               END-EXEC
           END-IF

           IF SQLCODE = 0 OR SQLCODE = 100
               DISPLAY "Provvigione di categoria aggiornata!"
           ELSE
               DISPLAY "Errore aggiornamento provvigione: " SQLCODE
           END-IF.

       CARICA-AGENTE-ATTIVO.
           MOVE "OK" TO WS-ESITO

           EXEC SQL
               SELECT nominativo, perc_provvigione, tipo_mandato
               INTO :WS-AGE-NOMINATIVO, :WS-AGE-PERC,
                    :WS-AGE-MANDATO
               FROM AGENTI
               WHERE codice_agente = :WS-AGE-CODICE
               AND stato = 'A'
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Agente non trovato o cessato!"
               MOVE "KO" TO WS-ESITO
           ELSE
               DISPLAY "Agente: " WS-AGE-NOMINATIVO(1:40)
           END-IF.

      ******************************************************************
      * Attribuisce alla fattura in emissione l'agente (quello degli
      * ordini spediti, altrimenti quello del cliente) e congela la
      * provvigione maturabile riga per riga: percentuale del
      * cliente, poi della categoria articolo, poi base dell'agente.
      * Gira dentro la transazione di emissione: lascia SQLCODE 0
      * se tutto e' andato bene.
      ******************************************************************
       ATTRIBUISCI-AGENTE-FATTURA.
           EXEC SQL
               SELECT COALESCE(
                          (SELECT MAX(o.codice_agente)
                           FROM DOCUMENTI_VENDITA d
                           JOIN ORDINI_VENDITA o
                             ON o.numero_ordine = d.riferimento
                           WHERE d.tipo_documento = 'D'
                           AND d.numero_fattura = :WS-FATT-NUMERO),
                          (SELECT c.codice_agente
                           FROM CLIENTI c
                           WHERE c.codice_cliente = :WS-DOC-CLIENTE),
                          ' ')
               INTO :WS-AGE-CODICE
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-AGE-CODICE = SPACES
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               SELECT COALESCE(SUM(ROUND(r.imponibile *
                          COALESCE(c.perc_provvigione,
                                   pc.perc_provvigione,
                                   g.perc_provvigione) / 100, 2)), 0)
               INTO :WS-PRV-PROVVIGIONE
               FROM DOCUMENTI_VENDITA d
               JOIN RIGHE_DOCUMENTI r
                 ON r.numero_documento = d.numero_documento
               JOIN ARTICOLI a
                 ON a.codice_articolo = r.codice_articolo
               JOIN CLIENTI c
                 ON c.codice_cliente = d.codice_cliente
               JOIN AGENTI g
                 ON g.codice_agente = :WS-AGE-CODICE
               LEFT JOIN PROVVIGIONI_CATEGORIE pc
                 ON pc.codice_agente = g.codice_agente
                AND pc.codice_categoria = a.codice_categoria
               WHERE d.tipo_documento = 'D'
               AND d.numero_fattura = :WS-FATT-NUMERO
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   UPDATE DOCUMENTI_VENDITA
                   SET codice_agente = :WS-AGE-CODICE,
                       provvigione_fattura = :WS-PRV-PROVVIGIONE
                   WHERE tipo_documento = 'F'
                   AND numero_documento = :WS-FATT-NUMERO
               END-EXEC
           END-IF.

      ******************************************************************
      * Estratto provvigioni mensile per agente: matura la quota di
      * provvigione delle rate incassate entro il mese non ancora
      * liquidate, storna quella delle rate liquidate e tornate
      * insolute, poi stampa per agente maturato, stornato,
      * contributo Enasarco (quota agente e quota ditta) e netto da
      * liquidare. Il riepilogo del mese resta su
      * ESTRATTI_PROVVIGIONI per il progressivo Enasarco annuo.
      ******************************************************************
       ESTRATTO-PROVVIGIONI-AGENTI.
           DISPLAY " "
           DISPLAY "=== ESTRATTO PROVVIGIONI AGENTI ==="

           DISPLAY "Anno (AAAA): " WITH NO ADVANCING
           ACCEPT WS-PRV-ANNO
           DISPLAY "Mese (MM): " WITH NO ADVANCING
           ACCEPT WS-PRV-MESE

           IF WS-PRV-MESE < 1 OR WS-PRV-MESE > 12
               DISPLAY "Mese non valido!"
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-PRV-PERIODO = WS-PRV-ANNO * 100 + WS-PRV-MESE

           EXEC SQL
               BEGIN TRANSACTION
           END-EXEC

      * Maturazione: rate incassate entro il periodo senza una
      * provvigione maturata ancora in essere (una rata reincassata
      * dopo un insoluto stornato matura di nuovo)
           EXEC SQL
               INSERT INTO PROVVIGIONI_MATURATE
               (codice_agente, id_scadenza, numero_fattura, anno,
                mese, tipo_movimento, importo_rata,
                importo_provvigione, data_registrazione)
               SELECT f.codice_agente, s.id_scadenza,
                      s.numero_fattura, :WS-PRV-ANNO, :WS-PRV-MESE,
                      'M', s.importo,
                      ROUND(f.provvigione_fattura * s.importo /
                            f.totale_documento, 2),
                      CURRENT_DATE
               FROM SCADENZE_CLIENTI s
               JOIN DOCUMENTI_VENDITA f
                 ON f.tipo_documento = 'F'
                AND f.numero_documento = s.numero_fattura
               WHERE s.stato = 'E'
               AND f.codice_agente IS NOT NULL
               AND f.totale_documento > 0
               AND EXTRACT(YEAR FROM s.data_incasso) * 100 +
                   EXTRACT(MONTH FROM s.data_incasso) <=
                   :WS-PRV-PERIODO
               AND (SELECT COUNT(*) FROM PROVVIGIONI_MATURATE p
                    WHERE p.id_scadenza = s.id_scadenza
                    AND p.tipo_movimento = 'M') =
                   (SELECT COUNT(*) FROM PROVVIGIONI_MATURATE p
                    WHERE p.id_scadenza = s.id_scadenza
                    AND p.tipo_movimento = 'S')
           END-EXEC

      * Storno: rate insolute entro il periodo con una provvigione
      * maturata non ancora stornata
           IF SQLCODE = 0 OR SQLCODE = 100
               EXEC SQL
                   INSERT INTO PROVVIGIONI_MATURATE
                   (codice_agente, id_scadenza, numero_fattura, anno,
                    mese, tipo_movimento, importo_rata,
                    importo_provvigione, data_registrazione)
                   SELECT m.codice_agente, m.id_scadenza,
                          m.numero_fattura, :WS-PRV-ANNO,
                          :WS-PRV-MESE, 'S', m.importo_rata,
                          m.importo_provvigione, CURRENT_DATE
                   FROM PROVVIGIONI_MATURATE m
                   JOIN SCADENZE_CLIENTI s
                     ON s.id_scadenza = m.id_scadenza
                   WHERE s.stato = 'I'
                   AND EXTRACT(YEAR FROM s.data_insoluto) * 100 +
                       EXTRACT(MONTH FROM s.data_insoluto) <=
                       :WS-PRV-PERIODO
                   AND m.tipo_movimento = 'M'
                   AND m.id_movimento =
                       (SELECT MAX(p.id_movimento)
                        FROM PROVVIGIONI_MATURATE p
                        WHERE p.id_scadenza = m.id_scadenza
                        AND p.tipo_movimento = 'M')
                   AND (SELECT COUNT(*) FROM PROVVIGIONI_MATURATE p
                        WHERE p.id_scadenza = m.id_scadenza
                        AND p.tipo_movimento = 'M') >
                       (SELECT COUNT(*) FROM PROVVIGIONI_MATURATE p
                        WHERE p.id_scadenza = m.id_scadenza
                        AND p.tipo_movimento = 'S')
               END-EXEC
           END-IF

           IF SQLCODE = 0 OR SQLCODE = 100
               EXEC SQL
                   DELETE FROM ESTRATTI_PROVVIGIONI
                   WHERE anno = :WS-PRV-ANNO
                   AND mese = :WS-PRV-MESE
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               EXEC SQL
                   ROLLBACK
               END-EXEC
               DISPLAY "Errore maturazione provvigioni: " SQLCODE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-NOME-FILE-PROVVIGIONI
           STRING "PROVVIGIONI-" WS-PRV-ANNO WS-PRV-MESE ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-PROVVIGIONI

           MOVE ZERO TO WS-CONTA-PRV
           MOVE ZERO TO WS-CONTA-PRV-AGENTI
           MOVE SPACES TO WS-PRV-AGENTE-CORR
           MOVE "OK" TO WS-ESITO

           OPEN OUTPUT PROVVIGIONI-FILE

           WRITE PROVVIGIONI-RECORD FROM
               "ESTRATTO CONTO PROVVIGIONI AGENTI"
           MOVE ALL "=" TO PROVVIGIONI-RECORD
           WRITE PROVVIGIONI-RECORD

           MOVE SPACES TO PROVVIGIONI-RECORD
           STRING "Periodo: " WS-PRV-MESE "/" WS-PRV-ANNO
                  "    Elaborato il: " FUNCTION CURRENT-DATE(1:10)
                  DELIMITED BY SIZE INTO PROVVIGIONI-RECORD
           WRITE PROVVIGIONI-RECORD

           EXEC SQL
               OPEN CUR-PROVVIGIONI
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-PROVVIGIONI
                   INTO :WS-PRV-AGENTE, :WS-PRV-NOMINATIVO,
                        :WS-PRV-MANDATO, :WS-PRV-TIPO,
                        :WS-PRV-FATTURA, :WS-PRV-CLIENTE,
                        :WS-PRV-RATA, :WS-PRV-PROVVIGIONE
               END-EXEC

               IF SQLCODE = 0
                   IF WS-PRV-AGENTE NOT = WS-PRV-AGENTE-CORR
                       IF WS-PRV-AGENTE-CORR NOT = SPACES
                           PERFORM CHIUDI-ESTRATTO-AGENTE
                       END-IF
                       PERFORM APRI-ESTRATTO-AGENTE
                   END-IF

                   ADD 1 TO WS-CONTA-PRV
                   MOVE SPACES TO PROVVIGIONI-RECORD
                   IF WS-PRV-TIPO = 'S'
                       ADD WS-PRV-PROVVIGIONE TO WS-PRV-TOT-STORNI
                       STRING "  STORNO INSOLUTO  "
                              DELIMITED BY SIZE
                              INTO PROVVIGIONI-RECORD
                   ELSE
                       ADD WS-PRV-PROVVIGIONE
                           TO WS-PRV-TOT-MATURATE
                       STRING "  MATURATA         "
                              DELIMITED BY SIZE
                              INTO PROVVIGIONI-RECORD
                   END-IF

                   MOVE WS-PRV-RATA TO WS-IMPORTO-EDIT
                   STRING PROVVIGIONI-RECORD(1:19)
                          WS-PRV-FATTURA " " WS-PRV-CLIENTE " "
                          WS-IMPORTO-EDIT
                          DELIMITED BY SIZE INTO PROVVIGIONI-RECORD

                   MOVE WS-PRV-PROVVIGIONE TO WS-IMPORTO-EDIT
                   IF WS-PRV-TIPO = 'S'
                       STRING PROVVIGIONI-RECORD(1:62)
                              "  " WS-IMPORTO-EDIT " -"
                              DELIMITED BY SIZE
                              INTO PROVVIGIONI-RECORD
                   ELSE
                       STRING PROVVIGIONI-RECORD(1:62)
                              "  " WS-IMPORTO-EDIT
                              DELIMITED BY SIZE
                              INTO PROVVIGIONI-RECORD
                   END-IF
                   WRITE PROVVIGIONI-RECORD
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-PROVVIGIONI
           END-EXEC

           IF WS-PRV-AGENTE-CORR NOT = SPACES
               PERFORM CHIUDI-ESTRATTO-AGENTE
           END-IF

           CLOSE PROVVIGIONI-FILE

           IF WS-ESITO = "OK"
               EXEC SQL
                   COMMIT
               END-EXEC
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               DISPLAY "Estratto non registrato: elaborazione "
                       "annullata!"
           END-IF

           MOVE WS-CONTA-PRV-AGENTI TO WS-NUMERO-EDIT
           DISPLAY "Agenti in estratto: " WS-NUMERO-EDIT
           MOVE WS-CONTA-PRV TO WS-NUMERO-EDIT
           DISPLAY "Movimenti provvigionali: " WS-NUMERO-EDIT
           DISPLAY "Estratto salvato in " WS-NOME-FILE-PROVVIGIONI.

       APRI-ESTRATTO-AGENTE.
           MOVE WS-PRV-AGENTE TO WS-PRV-AGENTE-CORR
           MOVE WS-PRV-MANDATO TO WS-PRV-MANDATO-CORR
           INITIALIZE WS-PRV-TOT-AGENTE
           ADD 1 TO WS-CONTA-PRV-AGENTI

           WRITE PROVVIGIONI-RECORD FROM SPACES
           MOVE SPACES TO PROVVIGIONI-RECORD
           STRING "AGENTE " WS-PRV-AGENTE " - "
                  WS-PRV-NOMINATIVO(1:40)
                  "  Mandato: " WS-PRV-MANDATO
                  DELIMITED BY SIZE INTO PROVVIGIONI-RECORD
           WRITE PROVVIGIONI-RECORD
           WRITE PROVVIGIONI-RECORD FROM
               "  MOVIMENTO        FATTURA              CLIENTE  " &
               "          RATA    PROVVIGIONE"
           MOVE ALL "-" TO PROVVIGIONI-RECORD
           WRITE PROVVIGIONI-RECORD.

      * Totali dell'agente con ripartizione Enasarco: l'imponibile
      * del mese e' il netto provvigionale, ridotto a quanto resta
      * del massimale annuo dopo i mesi precedenti
       CHIUDI-ESTRATTO-AGENTE.
           COMPUTE WS-PRV-TOT-NETTO =
               WS-PRV-TOT-MATURATE - WS-PRV-TOT-STORNI

           IF WS-PRV-MANDATO-CORR = 'M'
               MOVE WS-ENA-MASSIMALE-MONO TO WS-ENA-MASSIMALE
           ELSE
               MOVE WS-ENA-MASSIMALE-PLURI TO WS-ENA-MASSIMALE
           END-IF

           MOVE ZERO TO WS-ENA-PROGRESSIVO
           EXEC SQL
               SELECT COALESCE(SUM(imponibile_enasarco), 0)
               INTO :WS-ENA-PROGRESSIVO
               FROM ESTRATTI_PROVVIGIONI
               WHERE codice_agente = :WS-PRV-AGENTE-CORR
               AND anno = :WS-PRV-ANNO
               AND mese < :WS-PRV-MESE
           END-EXEC

           IF WS-PRV-TOT-NETTO > 0
               MOVE WS-PRV-TOT-NETTO TO WS-ENA-IMPONIBILE
           ELSE
               MOVE ZERO TO WS-ENA-IMPONIBILE
           END-IF

           IF WS-ENA-PROGRESSIVO >= WS-ENA-MASSIMALE
               MOVE ZERO TO WS-ENA-IMPONIBILE
           ELSE
               IF WS-ENA-PROGRESSIVO + WS-ENA-IMPONIBILE >
                  WS-ENA-MASSIMALE
                   COMPUTE WS-ENA-IMPONIBILE =
                       WS-ENA-MASSIMALE - WS-ENA-PROGRESSIVO
               END-IF
           END-IF

           COMPUTE WS-ENA-CONTRIBUTO ROUNDED =
               WS-ENA-IMPONIBILE * WS-ENA-ALIQUOTA / 100
           COMPUTE WS-ENA-AGENTE ROUNDED = WS-ENA-CONTRIBUTO / 2
           COMPUTE WS-ENA-DITTA = WS-ENA-CONTRIBUTO - WS-ENA-AGENTE
           COMPUTE WS-PRV-LIQUIDARE =
               WS-PRV-TOT-NETTO - WS-ENA-AGENTE

           MOVE ALL "-" TO PROVVIGIONI-RECORD
           WRITE PROVVIGIONI-RECORD

           MOVE SPACES TO PROVVIGIONI-RECORD
           MOVE WS-PRV-TOT-MATURATE TO WS-IMPORTO-EDIT
           STRING "  Provvigioni maturate:        EUR "
                  WS-IMPORTO-EDIT
                  DELIMITED BY SIZE INTO PROVVIGIONI-RECORD
           WRITE PROVVIGIONI-RECORD

           MOVE SPACES TO PROVVIGIONI-RECORD
           MOVE WS-PRV-TOT-STORNI TO WS-IMPORTO-EDIT
           STRING "  Storni per insoluti:         EUR "
                  WS-IMPORTO-EDIT
                  DELIMITED BY SIZE INTO PROVVIGIONI-RECORD
           WRITE PROVVIGIONI-RECORD

           MOVE SPACES TO PROVVIGIONI-RECORD
           MOVE WS-PRV-TOT-NETTO TO WS-IMPORTO-EDIT
           STRING "  Provvigioni nette:           EUR "
                  WS-IMPORTO-EDIT
                  DELIMITED BY SIZE INTO PROVVIGIONI-RECORD
           WRITE PROVVIGIONI-RECORD

           MOVE SPACES TO PROVVIGIONI-RECORD
           MOVE WS-ENA-IMPONIBILE TO WS-IMPORTO-EDIT
           MOVE WS-ENA-ALIQUOTA TO WS-PERC-EDIT
           STRING "  Imponibile Enasarco:         EUR "
                  WS-IMPORTO-EDIT "  aliquota " WS-PERC-EDIT "%"
                  DELIMITED BY SIZE INTO PROVVIGIONI-RECORD
           WRITE PROVVIGIONI-RECORD

           MOVE SPACES TO PROVVIGIONI-RECORD
           MOVE WS-ENA-AGENTE TO WS-IMPORTO-EDIT
           STRING "  Enasarco a carico agente:    EUR "
                  WS-IMPORTO-EDIT
                  DELIMITED BY SIZE INTO PROVVIGIONI-RECORD
           WRITE PROVVIGIONI-RECORD

           MOVE SPACES TO PROVVIGIONI-RECORD
           MOVE WS-ENA-DITTA TO WS-IMPORTO-EDIT
           STRING "  Enasarco a carico ditta:     EUR "
                  WS-IMPORTO-EDIT
                  DELIMITED BY SIZE INTO PROVVIGIONI-RECORD
           WRITE PROVVIGIONI-RECORD

           MOVE SPACES TO PROVVIGIONI-RECORD
           MOVE WS-PRV-LIQUIDARE TO WS-IMPORTO-EDIT
           STRING "  NETTO DA LIQUIDARE:          EUR "
                  WS-IMPORTO-EDIT
                  DELIMITED BY SIZE INTO PROVVIGIONI-RECORD
           WRITE PROVVIGIONI-RECORD

           EXEC SQL
               INSERT INTO ESTRATTI_PROVVIGIONI
               (codice_agente, anno, mese, provvigioni_maturate,
                storni_insoluti, imponibile_enasarco,
                enasarco_agente, enasarco_ditta, netto_liquidare,
                data_elaborazione)
               VALUES
               (:WS-PRV-AGENTE-CORR, :WS-PRV-ANNO, :WS-PRV-MESE,
                :WS-PRV-TOT-MATURATE, :WS-PRV-TOT-STORNI,
                :WS-ENA-IMPONIBILE, :WS-ENA-AGENTE, :WS-ENA-DITTA,
                :WS-PRV-LIQUIDARE, CURRENT_DATE)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Errore registrazione estratto agente "
                       WS-PRV-AGENTE-CORR ": " SQLCODE
               MOVE "KO" TO WS-ESITO
           END-IF.

      ******************************************************************
      * Report di marginalita' mensile per cliente e articolo:
      * incrocia le righe dei DDT del mese con il costo effettivo
      * dei lotti consumati dalle spedizioni, con margine assoluto
      * e percentuale per articolo, categoria e cliente e
      * l'evidenza delle righe vendute sotto costo.
      ******************************************************************
       REPORT-MARGINALITA.
           DISPLAY " "
           DISPLAY "=== REPORT MARGINALITA' MENSILE ==="

           DISPLAY "Anno (AAAA): " WITH NO ADVANCING
           ACCEPT WS-MRG-ANNO
           DISPLAY "Mese (MM): " WITH NO ADVANCING
           ACCEPT WS-MRG-MESE

           IF WS-MRG-MESE < 1 OR WS-MRG-MESE > 12
               DISPLAY "Mese non valido!"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-NOME-FILE-MARGINE
           STRING "MARGINALITA-" WS-MRG-ANNO WS-MRG-MESE ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-MARGINE

           MOVE ZERO TO WS-CONTA-MRG
           MOVE ZERO TO WS-CONTA-MRG-SOTTO
           MOVE SPACES TO WS-MRG-CLIENTE-CORR
           MOVE SPACES TO WS-MRG-CAT-CORR
           INITIALIZE WS-MRG-TOT-CLIENTE
           INITIALIZE WS-MRG-TOT-CAT
           INITIALIZE WS-MRG-TOT-GEN

           OPEN OUTPUT MARGINE-FILE

           WRITE MARGINE-RECORD FROM
               "REPORT MARGINALITA' PER CLIENTE E ARTICOLO"
           MOVE ALL "=" TO MARGINE-RECORD
           WRITE MARGINE-RECORD

           MOVE SPACES TO MARGINE-RECORD
           STRING "Periodo: " WS-MRG-MESE "/" WS-MRG-ANNO
                  "    Stampato il: " FUNCTION CURRENT-DATE(1:10)
                  DELIMITED BY SIZE INTO MARGINE-RECORD
           WRITE MARGINE-RECORD
           WRITE MARGINE-RECORD FROM SPACES

           EXEC SQL
               OPEN CUR-MARGINE
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-MARGINE
                   INTO :WS-MRG-CLIENTE, :WS-MRG-RAGIONE,
                        :WS-MRG-CATEGORIA, :WS-ART-CODICE,
                        :WS-ART-DESCRIZIONE, :WS-MRG-QTA,
                        :WS-MRG-RICAVO, :WS-MRG-COSTO
               END-EXEC

               IF SQLCODE = 0
      * Rotture di controllo: categoria dentro cliente
                   IF WS-MRG-CLIENTE NOT = WS-MRG-CLIENTE-CORR
                       IF WS-MRG-CLIENTE-CORR NOT = SPACES
                           PERFORM SCRIVI-TOTALE-CAT-MARGINE
                           PERFORM SCRIVI-TOTALE-CLI-MARGINE
                       END-IF
                       MOVE WS-MRG-CLIENTE
                           TO WS-MRG-CLIENTE-CORR
                       MOVE SPACES TO WS-MRG-CAT-CORR

                       WRITE MARGINE-RECORD FROM SPACES
                       MOVE SPACES TO MARGINE-RECORD
                       STRING "CLIENTE " WS-MRG-CLIENTE " - "
                              WS-MRG-RAGIONE(1:40)
                              DELIMITED BY SIZE
                              INTO MARGINE-RECORD
                       WRITE MARGINE-RECORD
                       MOVE ALL "-" TO MARGINE-RECORD
                       WRITE MARGINE-RECORD
                   END-IF

                   IF WS-MRG-CATEGORIA NOT = WS-MRG-CAT-CORR
                       IF WS-MRG-CAT-CORR NOT = SPACES
                           PERFORM SCRIVI-TOTALE-CAT-MARGINE
                       END-IF
                       MOVE WS-MRG-CATEGORIA TO WS-MRG-CAT-CORR
                       MOVE SPACES TO MARGINE-RECORD
                       STRING "  Categoria " WS-MRG-CATEGORIA
                              DELIMITED BY SIZE
                              INTO MARGINE-RECORD
                       WRITE MARGINE-RECORD
                   END-IF

                   ADD 1 TO WS-CONTA-MRG
                   ADD WS-MRG-RICAVO TO WS-MRG-CLI-RICAVO
                   ADD WS-MRG-COSTO TO WS-MRG-CLI-COSTO
                   ADD WS-MRG-RICAVO TO WS-MRG-CAT-RICAVO
                   ADD WS-MRG-COSTO TO WS-MRG-CAT-COSTO
                   ADD WS-MRG-RICAVO TO WS-MRG-GEN-RICAVO
                   ADD WS-MRG-COSTO TO WS-MRG-GEN-COSTO

                   COMPUTE WS-MRG-MARGINE =
                       WS-MRG-RICAVO - WS-MRG-COSTO
                   IF WS-MRG-RICAVO > 0
                       COMPUTE WS-MRG-PERC ROUNDED =
                           WS-MRG-MARGINE / WS-MRG-RICAVO * 100
                   ELSE
                       MOVE ZERO TO WS-MRG-PERC
                   END-IF

                   MOVE SPACES TO MARGINE-RECORD
                   STRING "  " WS-ART-CODICE " "
                          WS-ART-DESCRIZIONE(1:25)
                          DELIMITED BY SIZE INTO MARGINE-RECORD

                   MOVE WS-MRG-RICAVO TO WS-IMPORTO-EDIT
                   STRING MARGINE-RECORD(1:39)
                          WS-IMPORTO-EDIT
                          DELIMITED BY SIZE INTO MARGINE-RECORD

                   MOVE WS-MRG-COSTO TO WS-IMPORTO-EDIT
                   STRING MARGINE-RECORD(1:53)
                          " " WS-IMPORTO-EDIT
                          DELIMITED BY SIZE INTO MARGINE-RECORD

                   MOVE WS-MRG-MARGINE TO WS-IMPORTO-EDIT
                   STRING MARGINE-RECORD(1:68)
                          " " WS-IMPORTO-EDIT
                          DELIMITED BY SIZE INTO MARGINE-RECORD

                   MOVE WS-MRG-PERC TO WS-MARGINE-EDIT
                   STRING MARGINE-RECORD(1:83)
                          " " WS-MARGINE-EDIT "%"
                          DELIMITED BY SIZE INTO MARGINE-RECORD

                   IF WS-MRG-MARGINE < 0
                       ADD 1 TO WS-CONTA-MRG-SOTTO
                       STRING MARGINE-RECORD(1:92)
                              " ** SOTTO COSTO **"
                              DELIMITED BY SIZE
                              INTO MARGINE-RECORD
                   END-IF
                   WRITE MARGINE-RECORD
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-MARGINE
           END-EXEC

           IF WS-MRG-CLIENTE-CORR NOT = SPACES
               PERFORM SCRIVI-TOTALE-CAT-MARGINE
               PERFORM SCRIVI-TOTALE-CLI-MARGINE
           END-IF

           WRITE MARGINE-RECORD FROM SPACES
           MOVE ALL "=" TO MARGINE-RECORD
           WRITE MARGINE-RECORD

           MOVE SPACES TO MARGINE-RECORD
           MOVE WS-MRG-GEN-RICAVO TO WS-IMPORTO-EDIT
           STRING "TOTALE RICAVI:  EUR " WS-IMPORTO-EDIT
                  DELIMITED BY SIZE INTO MARGINE-RECORD
           WRITE MARGINE-RECORD

           MOVE SPACES TO MARGINE-RECORD
           MOVE WS-MRG-GEN-COSTO TO WS-IMPORTO-EDIT
           STRING "TOTALE COSTI:   EUR " WS-IMPORTO-EDIT
                  DELIMITED BY SIZE INTO MARGINE-RECORD
           WRITE MARGINE-RECORD

           MOVE SPACES TO MARGINE-RECORD
           COMPUTE WS-MRG-MARGINE =
               WS-MRG-GEN-RICAVO - WS-MRG-GEN-COSTO
           MOVE WS-MRG-MARGINE TO WS-IMPORTO-EDIT
           STRING "MARGINE TOTALE: EUR " WS-IMPORTO-EDIT
                  DELIMITED BY SIZE INTO MARGINE-RECORD
           WRITE MARGINE-RECORD

           MOVE SPACES TO MARGINE-RECORD
           MOVE WS-CONTA-MRG-SOTTO TO WS-NUMERO-EDIT
           STRING "Righe vendute sotto costo: " WS-NUMERO-EDIT
                  DELIMITED BY SIZE INTO MARGINE-RECORD
           WRITE MARGINE-RECORD

           PERFORM SCRIVI-COSTO-PROMOZIONI
           PERFORM SCRIVI-SCOSTAMENTI-ACCESSORI

           CLOSE MARGINE-FILE

           MOVE WS-CONTA-MRG TO WS-NUMERO-EDIT
           DISPLAY "Posizioni analizzate: " WS-NUMERO-EDIT
           MOVE WS-CONTA-MRG-SOTTO TO WS-NUMERO-EDIT
           DISPLAY "Righe sotto costo: " WS-NUMERO-EDIT
           DISPLAY "Report salvato in " WS-NOME-FILE-MARGINE.

      * Margine ceduto dalle promozioni del mese: per codice
      * promozione righe, ricavo netto e sconto promozionale
      * concesso rispetto al prezzo gia' scontato da condizioni
       SCRIVI-COSTO-PROMOZIONI.
           MOVE ZERO TO WS-MRG-PROMO-TOTALE

           WRITE MARGINE-RECORD FROM SPACES
           WRITE MARGINE-RECORD FROM
               "COSTO DELLE PROMOZIONI NEL PERIODO"
           WRITE MARGINE-RECORD FROM
               "PROMOZIONE   RIGHE    RICAVO NETTO   MARGINE CEDUTO"
           MOVE ALL "-" TO MARGINE-RECORD
           WRITE MARGINE-RECORD

           EXEC SQL
               OPEN CUR-MARGINE-PROMO
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-MARGINE-PROMO
                   INTO :WS-MRG-PROMOZIONE, :WS-MRG-PROMO-RIGHE,
                        :WS-MRG-RICAVO, :WS-MRG-PROMO-COSTO
               END-EXEC

               IF SQLCODE = 0
                   ADD WS-MRG-PROMO-COSTO TO WS-MRG-PROMO-TOTALE
                   MOVE SPACES TO MARGINE-RECORD
                   MOVE WS-MRG-PROMO-RIGHE TO WS-NUMERO-EDIT
                   STRING WS-MRG-PROMOZIONE " " WS-NUMERO-EDIT
                          DELIMITED BY SIZE INTO MARGINE-RECORD
                   MOVE WS-MRG-RICAVO TO WS-IMPORTO-EDIT
                   STRING MARGINE-RECORD(1:19) " " WS-IMPORTO-EDIT
                          DELIMITED BY SIZE INTO MARGINE-RECORD
                   MOVE WS-MRG-PROMO-COSTO TO WS-IMPORTO-EDIT
                   STRING MARGINE-RECORD(1:33) "  " WS-IMPORTO-EDIT
                          DELIMITED BY SIZE INTO MARGINE-RECORD
                   WRITE MARGINE-RECORD
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-MARGINE-PROMO
           END-EXEC

           MOVE SPACES TO MARGINE-RECORD
           MOVE WS-MRG-PROMO-TOTALE TO WS-IMPORTO-EDIT
           STRING "TOTALE MARGINE CEDUTO IN PROMOZIONI: EUR "
                  WS-IMPORTO-EDIT
                  DELIMITED BY SIZE INTO MARGINE-RECORD
           WRITE MARGINE-RECORD.

      * Costi accessori di acquisto registrati nel mese: quota
      * capitalizzata su lotti e giacenze e scostamento di costo
      * sulla merce gia' scaricata al momento della registrazione
       SCRIVI-SCOSTAMENTI-ACCESSORI.
           MOVE ZERO TO WS-CAC-TOT-GIAC
           MOVE ZERO TO WS-CAC-TOT-SCOST

           EXEC SQL
               SELECT COALESCE(SUM(quota_giacenza), 0),
                      COALESCE(SUM(quota_scostamento), 0)
               INTO :WS-CAC-TOT-GIAC, :WS-CAC-TOT-SCOST
               FROM COSTI_ACCESSORI_RIPARTIZIONE
               WHERE EXTRACT(YEAR FROM data_registrazione) =
                     :WS-MRG-ANNO
               AND EXTRACT(MONTH FROM data_registrazione) =
                     :WS-MRG-MESE
           END-EXEC

           WRITE MARGINE-RECORD FROM SPACES
           WRITE MARGINE-RECORD FROM
               "COSTI ACCESSORI DI ACQUISTO NEL PERIODO"
           MOVE SPACES TO MARGINE-RECORD
           MOVE WS-CAC-TOT-GIAC TO WS-IMPORTO-EDIT
           STRING "Capitalizzati su lotti e giacenze: EUR "
                  WS-IMPORTO-EDIT
                  DELIMITED BY SIZE INTO MARGINE-RECORD
           WRITE MARGINE-RECORD
           MOVE SPACES TO MARGINE-RECORD
           MOVE WS-CAC-TOT-SCOST TO WS-IMPORTO-EDIT
           STRING "Scostamento su merce gia' venduta: EUR "
                  WS-IMPORTO-EDIT
                  DELIMITED BY SIZE INTO MARGINE-RECORD
           WRITE MARGINE-RECORD.

       SCRIVI-TOTALE-CAT-MARGINE.
           MOVE SPACES TO MARGINE-RECORD
           COMPUTE WS-MRG-MARGINE =
               WS-MRG-CAT-RICAVO - WS-MRG-CAT-COSTO
           MOVE WS-MRG-MARGINE TO WS-IMPORTO-EDIT
           STRING "  Totale categoria " WS-MRG-CAT-CORR
                  ": margine EUR " WS-IMPORTO-EDIT
                  DELIMITED BY SIZE INTO MARGINE-RECORD

           IF WS-MRG-CAT-RICAVO > 0
               COMPUTE WS-MRG-PERC ROUNDED =
                   WS-MRG-MARGINE / WS-MRG-CAT-RICAVO * 100
               MOVE WS-MRG-PERC TO WS-MARGINE-EDIT
               STRING MARGINE-RECORD(1:52)
                      " (" WS-MARGINE-EDIT "%)"
                      DELIMITED BY SIZE INTO MARGINE-RECORD
           END-IF
           WRITE MARGINE-RECORD

           INITIALIZE WS-MRG-TOT-CAT.

       SCRIVI-TOTALE-CLI-MARGINE.
           MOVE SPACES TO MARGINE-RECORD
           COMPUTE WS-MRG-MARGINE =
               WS-MRG-CLI-RICAVO - WS-MRG-CLI-COSTO
           MOVE WS-MRG-MARGINE TO WS-IMPORTO-EDIT
           STRING "TOTALE CLIENTE " WS-MRG-CLIENTE-CORR
                  ": margine EUR " WS-IMPORTO-EDIT
                  DELIMITED BY SIZE INTO MARGINE-RECORD

           IF WS-MRG-CLI-RICAVO > 0
               COMPUTE WS-MRG-PERC ROUNDED =
                   WS-MRG-MARGINE / WS-MRG-CLI-RICAVO * 100
               MOVE WS-MRG-PERC TO WS-MARGINE-EDIT
               STRING MARGINE-RECORD(1:52)
                      " (" WS-MARGINE-EDIT "%)"
                      DELIMITED BY SIZE INTO MARGINE-RECORD
           END-IF
           WRITE MARGINE-RECORD

           INITIALIZE WS-MRG-TOT-CLIENTE.

      ******************************************************************
      * Livello di servizio clienti (OTIF) mensile: per le righe
      * d'ordine con data promessa nel mese confronta quantita' e
      * date promesse con le righe DDT spedite, per cliente,
      * categoria articolo e magazzino di spedizione, con i giorni
      * di arretrato e le cause principali di mancata evasione
      * (disponibilita', blocco fido, quarantena).
      ******************************************************************
       REPORT-OTIF-CLIENTI.
           DISPLAY " "
           DISPLAY "=== LIVELLO DI SERVIZIO CLIENTI (OTIF) ==="

           DISPLAY "Anno (AAAA): " WITH NO ADVANCING
           ACCEPT WS-OTF-ANNO
           DISPLAY "Mese (MM): " WITH NO ADVANCING
           ACCEPT WS-OTF-MESE

           IF WS-OTF-MESE < 1 OR WS-OTF-MESE > 12
               DISPLAY "Mese non valido!"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-NOME-FILE-OTIF
           STRING "OTIF-" WS-OTF-ANNO WS-OTF-MESE ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-OTIF

           MOVE SPACES TO WS-OTF-TIPO-CORR
           MOVE ZERO TO WS-OTF-RIGHE

           OPEN OUTPUT OTIF-FILE

           WRITE OTIF-RECORD FROM
               "LIVELLO DI SERVIZIO CLIENTI - ON TIME IN FULL (OTIF)"
           MOVE ALL "=" TO OTIF-RECORD
           WRITE OTIF-RECORD

           MOVE SPACES TO OTIF-RECORD
           STRING "Periodo promesse: " WS-OTF-MESE "/" WS-OTF-ANNO
                  "    Stampato il: " FUNCTION CURRENT-DATE(1:10)
                  DELIMITED BY SIZE INTO OTIF-RECORD
           WRITE OTIF-RECORD
           MOVE SPACES TO OTIF-RECORD
           STRING "Puntuale: spedito entro la data promessa - "
                  "Completa: spedita tutta la quantita' - "
                  "OTIF: entrambe"
                  DELIMITED BY SIZE INTO OTIF-RECORD
           WRITE OTIF-RECORD
           WRITE OTIF-RECORD FROM SPACES

           EXEC SQL
               OPEN CUR-OTIF
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-OTIF
                   INTO :WS-OTF-TIPO, :WS-OTF-CHIAVE,
                        :WS-OTF-DESCRIZIONE, :WS-OTF-RIGHE,
                        :WS-OTF-PUNTUALI, :WS-OTF-COMPLETE,
                        :WS-OTF-OTIF, :WS-OTF-GG-MEDI,
                        :WS-OTF-GG-MAX
               END-EXEC

               IF SQLCODE = 0
                   PERFORM CALCOLA-PERCENTUALI-OTIF
                   IF WS-OTF-TIPO = '4'
                       PERFORM SCRIVI-TOTALE-OTIF
                   ELSE
                       IF WS-OTF-TIPO NOT = WS-OTF-TIPO-CORR
                           PERFORM SCRIVI-TESTATA-SEZIONE-OTIF
                       END-IF
                       PERFORM SCRIVI-RIGA-OTIF
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-OTIF
           END-EXEC

           IF WS-OTF-TIPO-CORR = SPACES
               WRITE OTIF-RECORD FROM
                   "Nessuna riga d'ordine con promessa nel periodo."
           ELSE
               PERFORM SCRIVI-CAUSE-OTIF
           END-IF

           CLOSE OTIF-FILE

           DISPLAY " "
           IF WS-OTF-TIPO-CORR = SPACES
               DISPLAY "Nessuna riga d'ordine con promessa nel periodo"
           ELSE
               DISPLAY "OTIF del periodo: " WS-OTF-OTIF-EDIT "%"
           END-IF
           DISPLAY "Report salvato in: " WS-NOME-FILE-OTIF.

       CALCOLA-PERCENTUALI-OTIF.
           IF WS-OTF-RIGHE > 0
               COMPUTE WS-OTF-PERC-PUNT ROUNDED =
                   WS-OTF-PUNTUALI * 100 / WS-OTF-RIGHE
               COMPUTE WS-OTF-PERC-COMPL ROUNDED =
                   WS-OTF-COMPLETE * 100 / WS-OTF-RIGHE
               COMPUTE WS-OTF-PERC-OTIF ROUNDED =
                   WS-OTF-OTIF * 100 / WS-OTF-RIGHE
           ELSE
               MOVE ZERO TO WS-OTF-PERC-PUNT
               MOVE ZERO TO WS-OTF-PERC-COMPL
               MOVE ZERO TO WS-OTF-PERC-OTIF
           END-IF

           MOVE WS-OTF-RIGHE TO WS-OTF-RIGHE-EDIT
           MOVE WS-OTF-PERC-PUNT TO WS-OTF-PUNT-EDIT
           MOVE WS-OTF-PERC-COMPL TO WS-OTF-COMPL-EDIT
           MOVE WS-OTF-PERC-OTIF TO WS-OTF-OTIF-EDIT
           MOVE WS-OTF-GG-MEDI TO WS-OTF-GG-EDIT
           MOVE WS-OTF-GG-MAX TO WS-OTF-GG-MAX-EDIT.

       SCRIVI-TESTATA-SEZIONE-OTIF.
           MOVE WS-OTF-TIPO TO WS-OTF-TIPO-CORR

           WRITE OTIF-RECORD FROM SPACES
           EVALUATE WS-OTF-TIPO
               WHEN '1'
                   WRITE OTIF-RECORD FROM "PER CLIENTE"
               WHEN '2'
                   WRITE OTIF-RECORD FROM "PER CATEGORIA ARTICOLO"
               WHEN '3'
                   WRITE OTIF-RECORD FROM "PER MAGAZZINO DI SPEDIZIONE"
           END-EVALUATE

           MOVE SPACES TO OTIF-RECORD
           STRING "  Codice     Descrizione                    "
                  "  Righe   Punt. %   Compl.%   "
                  " OTIF %  Gg arr.  Gg max"
                  DELIMITED BY SIZE INTO OTIF-RECORD
           WRITE OTIF-RECORD
           MOVE ALL "-" TO OTIF-RECORD
           WRITE OTIF-RECORD.

      * Riga di dettaglio: i giorni di arretrato medi sono calcolati
      * sulle sole righe in ritardo
       SCRIVI-RIGA-OTIF.
           MOVE SPACES TO OTIF-RECORD
           STRING "  " WS-OTF-CHIAVE " " WS-OTF-DESCRIZIONE(1:30)
                  " " WS-OTF-RIGHE-EDIT
                  "   " WS-OTF-PUNT-EDIT "%"
                  "   " WS-OTF-COMPL-EDIT "%"
                  "   " WS-OTF-OTIF-EDIT "%"
                  "  " WS-OTF-GG-EDIT
                  "  " WS-OTF-GG-MAX-EDIT
                  DELIMITED BY SIZE INTO OTIF-RECORD
           WRITE OTIF-RECORD.

       SCRIVI-TOTALE-OTIF.
           WRITE OTIF-RECORD FROM SPACES
           MOVE ALL "=" TO OTIF-RECORD
           WRITE OTIF-RECORD

           MOVE SPACES TO OTIF-RECORD
           STRING "RIGHE CON PROMESSA NEL PERIODO: " WS-OTF-RIGHE-EDIT
                  DELIMITED BY SIZE INTO OTIF-RECORD
           WRITE OTIF-RECORD

           MOVE SPACES TO OTIF-RECORD
           STRING "PUNTUALI (ON TIME):             " WS-OTF-PUNT-EDIT
                  "%"
                  DELIMITED BY SIZE INTO OTIF-RECORD
           WRITE OTIF-RECORD

           MOVE SPACES TO OTIF-RECORD
           STRING "COMPLETE (IN FULL):             " WS-OTF-COMPL-EDIT
                  "%"
                  DELIMITED BY SIZE INTO OTIF-RECORD
           WRITE OTIF-RECORD

           MOVE SPACES TO OTIF-RECORD
           STRING "OTIF:                           " WS-OTF-OTIF-EDIT
                  "%"
                  DELIMITED BY SIZE INTO OTIF-RECORD
           WRITE OTIF-RECORD

           MOVE SPACES TO OTIF-RECORD
           STRING "ARRETRATO MEDIO RIGHE IN RITARDO: " WS-OTF-GG-EDIT
                  " gg   MASSIMO: " WS-OTF-GG-MAX-EDIT " gg"
                  DELIMITED BY SIZE INTO OTIF-RECORD
           WRITE OTIF-RECORD.

      * Cause principali sulle righe del periodo non OTIF
       SCRIVI-CAUSE-OTIF.
           WRITE OTIF-RECORD FROM SPACES
           WRITE OTIF-RECORD FROM
               "CAUSE PRINCIPALI DI MANCATA EVASIONE"
           MOVE ALL "-" TO OTIF-RECORD
           WRITE OTIF-RECORD

           MOVE ZERO TO WS-OTF-CONTA-CAUSE

           EXEC SQL
               OPEN CUR-OTIF-CAUSE
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-OTIF-CAUSE
                   INTO :WS-OTF-CAUSA, :WS-OTF-RIGHE,
                        :WS-OTF-QTA-MANCANTE
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-OTF-CONTA-CAUSE
                   EVALUATE WS-OTF-CAUSA
                       WHEN 'S'
                           MOVE "Disponibilita' insufficiente"
                               TO WS-OTF-DESCRIZIONE
                       WHEN 'F'
                           MOVE "Blocco fido amministrativo"
                               TO WS-OTF-DESCRIZIONE
                       WHEN 'Q'
                           MOVE "Merce in quarantena (qualita')"
                               TO WS-OTF-DESCRIZIONE
                       WHEN OTHER
                           MOVE "Altra causa" TO WS-OTF-DESCRIZIONE
                   END-EVALUATE

                   MOVE WS-OTF-RIGHE TO WS-OTF-RIGHE-EDIT
                   MOVE WS-OTF-QTA-MANCANTE TO WS-QUANTITA-EDIT
                   MOVE SPACES TO OTIF-RECORD
                   STRING "  " WS-OTF-DESCRIZIONE(1:32)
                          " righe: " WS-OTF-RIGHE-EDIT
                          "   quantita' mancante: " WS-QUANTITA-EDIT
                          DELIMITED BY SIZE INTO OTIF-RECORD
                   WRITE OTIF-RECORD
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-OTIF-CAUSE
           END-EXEC

           IF WS-OTF-CONTA-CAUSE = 0
               WRITE OTIF-RECORD FROM
                   "  Nessuna causa registrata per le righe in ritardo"
           END-IF.

      ******************************************************************
      * Bordero' di carico: raggruppa in una spedizione i DDT del
      * giorno per il vettore indicato, stampa il bordero' e genera
      * il file di interfaccia per il corriere con i riferimenti
      * per il tracking.
      ******************************************************************
       GENERA-BORDERO-CARICO.
           DISPLAY " "
           DISPLAY "=== BORDERO' DI CARICO PER VETTORE ==="

           DISPLAY "Codice vettore: " WITH NO ADVANCING
           ACCEPT WS-SPE-VETTORE

           IF WS-SPE-VETTORE = SPACES
               DISPLAY "Vettore non valido!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Data DDT (AAAA-MM-GG, invio = oggi): "
                   WITH NO ADVANCING
           ACCEPT WS-SPE-DATA
           IF WS-SPE-DATA = SPACES
               MOVE FUNCTION CURRENT-DATE(1:10) TO WS-SPE-DATA
           END-IF

           PERFORM GENERA-DATA-STAMP
           STRING "SP" WS-DATA-STAMP
                  DELIMITED BY SIZE INTO WS-SPE-NUMERO
           STRING "BORDERO-" WS-DATA-STAMP ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-BORDERO
           STRING "TRACKING-" WS-DATA-STAMP ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-TRACKING

           MOVE ZERO TO WS-CONTA-SPE
           MOVE ZERO TO WS-SPE-TOT-COLLI
           MOVE ZERO TO WS-SPE-TOT-PESO
           MOVE ZERO TO WS-SPE-TOT-VOLUME

           OPEN OUTPUT BORDERO-FILE
           OPEN OUTPUT TRACKING-FILE

           WRITE BORDERO-RECORD FROM
               "BORDERO' DI CARICO"
           MOVE ALL "=" TO BORDERO-RECORD
           WRITE BORDERO-RECORD

           MOVE SPACES TO BORDERO-RECORD
           STRING "Spedizione: " WS-SPE-NUMERO
                  "  Vettore: " WS-SPE-VETTORE
                  "  Data: " WS-SPE-DATA
                  DELIMITED BY SIZE INTO BORDERO-RECORD
           WRITE BORDERO-RECORD
           WRITE BORDERO-RECORD FROM SPACES

           WRITE BORDERO-RECORD FROM
               "DDT                   CLIENTE  RAGIONE SOCIALE " &
               "                COLLI      PESO KG    VOLUME MC"
           MOVE ALL "-" TO BORDERO-RECORD
           WRITE BORDERO-RECORD

           EXEC SQL
               OPEN CUR-DDT-BORDERO
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-DDT-BORDERO
                   INTO :WS-DOC-NUMERO, :WS-DOC-CLIENTE,
                        :WS-DOC-RAGIONE, :WS-SPE-COLLI,
                        :WS-SPE-PESO, :WS-SPE-VOLUME
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-CONTA-SPE
                   ADD WS-SPE-COLLI TO WS-SPE-TOT-COLLI
                   ADD WS-SPE-PESO TO WS-SPE-TOT-PESO
                   ADD WS-SPE-VOLUME TO WS-SPE-TOT-VOLUME

                   MOVE SPACES TO BORDERO-RECORD
                   STRING WS-DOC-NUMERO "  " WS-DOC-CLIENTE " "
                          WS-DOC-RAGIONE(1:22)
                          DELIMITED BY SIZE INTO BORDERO-RECORD

                   MOVE WS-SPE-COLLI TO WS-NUMERO-EDIT
                   STRING BORDERO-RECORD(1:54)
                          WS-NUMERO-EDIT
                          DELIMITED BY SIZE INTO BORDERO-RECORD

                   MOVE WS-SPE-PESO TO WS-PESO-EDIT
                   STRING BORDERO-RECORD(1:63)
                          "  " WS-PESO-EDIT
                          DELIMITED BY SIZE INTO BORDERO-RECORD

                   MOVE WS-SPE-VOLUME TO WS-QUANTITA-EDIT
                   STRING BORDERO-RECORD(1:77)
                          "  " WS-QUANTITA-EDIT
                          DELIMITED BY SIZE INTO BORDERO-RECORD
                   WRITE BORDERO-RECORD

      * Riga per il file di tracking del corriere (campi
      * separati da punto e virgola)
                   MOVE SPACES TO TRACKING-RECORD
                   MOVE WS-SPE-COLLI TO WS-NUMERO-EDIT
                   MOVE WS-SPE-PESO TO WS-PESO-EDIT
                   STRING WS-SPE-NUMERO ";"
                          WS-DOC-NUMERO ";"
                          WS-DOC-CLIENTE ";"
                          WS-DOC-RAGIONE(1:40) ";"
                          WS-NUMERO-EDIT ";"
                          WS-PESO-EDIT
                          DELIMITED BY SIZE INTO TRACKING-RECORD
                   WRITE TRACKING-RECORD

      * Aggancia il DDT alla spedizione
                   EXEC SQL
                       UPDATE DOCUMENTI_VENDITA
                       SET numero_spedizione = :WS-SPE-NUMERO
                       WHERE tipo_documento = 'D'
                       AND numero_documento = :WS-DOC-NUMERO
                   END-EXEC
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-DDT-BORDERO
           END-EXEC

           WRITE BORDERO-RECORD FROM SPACES
           MOVE ALL "-" TO BORDERO-RECORD
           WRITE BORDERO-RECORD

           MOVE SPACES TO BORDERO-RECORD
           MOVE WS-CONTA-SPE TO WS-NUMERO-EDIT
           STRING "DDT in spedizione: " WS-NUMERO-EDIT
                  DELIMITED BY SIZE INTO BORDERO-RECORD
           MOVE WS-SPE-TOT-COLLI TO WS-NUMERO-EDIT
           STRING BORDERO-RECORD(1:26)
                  "   Colli: " WS-NUMERO-EDIT
                  DELIMITED BY SIZE INTO BORDERO-RECORD
           MOVE WS-SPE-TOT-PESO TO WS-PESO-EDIT
           STRING BORDERO-RECORD(1:43)
                  "   Peso kg: " WS-PESO-EDIT
                  DELIMITED BY SIZE INTO BORDERO-RECORD
           WRITE BORDERO-RECORD

           WRITE BORDERO-RECORD FROM
               "Firma autista: ________________  " &
               "Firma magazzino: ________________"

           CLOSE BORDERO-FILE
           CLOSE TRACKING-FILE

           IF WS-CONTA-SPE > 0
               EXEC SQL
                   INSERT INTO SPEDIZIONI
                   (numero_spedizione, vettore, data_spedizione,
                    numero_ddt, totale_colli, totale_peso)
                   VALUES
                   (:WS-SPE-NUMERO, :WS-SPE-VETTORE,
                    :WS-SPE-DATA, :WS-CONTA-SPE,
                    :WS-SPE-TOT-COLLI, :WS-SPE-TOT-PESO)
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "Errore registrazione spedizione: "
                           SQLCODE
               END-IF
           END-IF

           MOVE WS-CONTA-SPE TO WS-NUMERO-EDIT
           DISPLAY "DDT raggruppati in spedizione: " WS-NUMERO-EDIT
           DISPLAY "Bordero' salvato in " WS-NOME-FILE-BORDERO
           DISPLAY "File corriere salvato in "
                   WS-NOME-FILE-TRACKING.

       GESTIONE-CONTO-DEPOSITO.
           DISPLAY " "
           DISPLAY "=== CONTO DEPOSITO PRESSO CLIENTI ==="
           DISPLAY " "
           DISPLAY "1. Invio merce in conto deposito (DDT deposito)"
           DISPLAY "2. Dichiarazione di consumo del cliente"
           DISPLAY "3. Situazione giacenze presso clienti"
           DISPLAY " "
           DISPLAY "Scelta: " WITH NO ADVANCING
           ACCEPT WS-SCELTA

           EVALUATE WS-SCELTA
               WHEN 1
                   PERFORM INVIO-CONTO-DEPOSITO
               WHEN 2
                   PERFORM DICHIARAZIONE-CONSUMO-DEPOSITO
               WHEN 3
                   PERFORM SITUAZIONE-CONTO-DEPOSITO
               WHEN OTHER
                   DISPLAY "Scelta non valida!"
           END-EVALUATE.

      ******************************************************************
      * Invio in conto deposito: scarico FIFO dal magazzino con DDT
      * a titolo deposito (escluso dalla fatturazione differita) e
      * carico del magazzino logico CONTO_DEPOSITO del cliente,
      * valorizzato al costo effettivo dei lotti consumati.
      ******************************************************************
       INVIO-CONTO-DEPOSITO.
           DISPLAY " "
           DISPLAY "Codice cliente: " WITH NO ADVANCING
           ACCEPT WS-CDP-CLIENTE

           EXEC SQL
               SELECT ragione_sociale
               INTO :WS-CDP-RAGIONE
               FROM CLIENTI
               WHERE codice_cliente = :WS-CDP-CLIENTE
               AND stato = 'A'
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Cliente non trovato o non attivo!"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Cliente: " WS-CDP-RAGIONE(1:40)

           DISPLAY "Codice articolo: " WITH NO ADVANCING
           ACCEPT WS-ART-CODICE

           PERFORM CARICA-ARTICOLO
           IF WS-ESITO NOT = "OK"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-GIA-DISPONIBILE TO WS-QUANTITA-EDIT
           DISPLAY "Disponibile: " WS-QUANTITA-EDIT " " WS-ART-UM

           DISPLAY "Quantità da inviare in deposito: "
                   WITH NO ADVANCING
           ACCEPT WS-MOV-QUANTITA

           IF WS-MOV-QUANTITA <= 0
               OR WS-MOV-QUANTITA > WS-GIA-DISPONIBILE
               DISPLAY "Quantità non valida o non disponibile!"
               EXIT PARAGRAPH
           END-IF

      * Numero DDT deposito sulla serie dei documenti di trasporto
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANNO-CORRENTE
           EXEC SQL
               SELECT COUNT(*) + 1
               INTO :WS-DOC-PROGR
               FROM DOCUMENTI_VENDITA
               WHERE tipo_documento = 'D'
               AND EXTRACT(YEAR FROM data_documento) =
                   :WS-ANNO-CORRENTE
           END-EXEC
           MOVE WS-DOC-PROGR TO WS-DOC-PROGR-ED
           STRING "DDT" WS-ANNO-CORRENTE "/" WS-DOC-PROGR-ED
                  DELIMITED BY SIZE INTO WS-DOC-NUMERO

           MOVE WS-DOC-NUMERO TO WS-MOV-NUMERO-DOC
           MOVE "Invio merce in conto deposito"
               TO WS-MOV-CAUSALE
           MOVE 'F' TO WS-METODO-VALORIZZ
           MOVE "OK" TO WS-ESITO

           EXEC SQL
               BEGIN TRANSACTION
           END-EXEC

           PERFORM CALCOLA-VALORE-SCARICO

           IF WS-ESITO = "OK"
               MOVE 'SC' TO WS-MOV-TIPO
               PERFORM REGISTRA-MOVIMENTO
           END-IF

           IF WS-ESITO = "OK"
               PERFORM AGGIORNA-GIACENZA-SCARICO
           END-IF

           IF WS-ESITO = "OK"
               PERFORM AGGIORNA-LOTTI-SCARICO
           END-IF

      * Carico del deposito presso il cliente al costo di invio
           IF WS-ESITO = "OK"
               EXEC SQL
                   UPDATE CONTO_DEPOSITO
                   SET valore_medio =
                           (quantita * valore_medio +
                            :WS-MOV-VALORE) /
                           (quantita + :WS-MOV-QUANTITA),
                       quantita = quantita + :WS-MOV-QUANTITA
                   WHERE codice_cliente = :WS-CDP-CLIENTE
                   AND codice_articolo = :WS-ART-CODICE
               END-EXEC

               IF SQLCODE = 100 OR SQLCODE = -100
                   EXEC SQL
                       INSERT INTO CONTO_DEPOSITO
                       (codice_cliente, codice_articolo,
                        quantita, valore_medio)
                       VALUES
                       (:WS-CDP-CLIENTE, :WS-ART-CODICE,
                        :WS-MOV-QUANTITA, :WS-MOV-PREZZO)
                   END-EXEC
               END-IF

               IF SQLCODE NOT = 0
                   DISPLAY "Errore aggiornamento conto deposito: "
                           SQLCODE
                   MOVE "KO" TO WS-ESITO
               END-IF
           END-IF

      * DDT a titolo deposito: non fatturabile
           IF WS-ESITO = "OK"
               EXEC SQL
                   INSERT INTO DOCUMENTI_VENDITA
                   (tipo_documento, numero_documento,
                    data_documento, codice_cliente, riferimento,
                    totale_documento, conto_deposito)
                   VALUES
                   ('D', :WS-DOC-NUMERO, CURRENT_DATE,
                    :WS-CDP-CLIENTE, NULL, :WS-MOV-VALORE, 'S')
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "Errore registrazione DDT deposito: "
                           SQLCODE
                   MOVE "KO" TO WS-ESITO
               END-IF
           END-IF

           IF WS-ESITO = "OK"
               EXEC SQL
                   COMMIT
               END-EXEC
               PERFORM STAMPA-DDT-DEPOSITO
               DISPLAY "Invio in conto deposito registrato con "
                       "DDT " WS-DOC-NUMERO
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               DISPLAY "Invio non registrato!"
           END-IF.

       STAMPA-DDT-DEPOSITO.
           PERFORM GENERA-DATA-STAMP
           STRING "DDT-DEPOSITO-" WS-DATA-STAMP ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-CDEP

           OPEN OUTPUT CDEP-FILE

           WRITE CDEP-RECORD FROM
               "DOCUMENTO DI TRASPORTO - CAUSALE: CONTO DEPOSITO"
           MOVE ALL "=" TO CDEP-RECORD
           WRITE CDEP-RECORD

           MOVE SPACES TO CDEP-RECORD
           STRING "Numero: " WS-DOC-NUMERO
                  "    Data: " FUNCTION CURRENT-DATE(1:10)
                  DELIMITED BY SIZE INTO CDEP-RECORD
           WRITE CDEP-RECORD

           MOVE SPACES TO CDEP-RECORD
           STRING "Destinatario: " WS-CDP-CLIENTE " - "
                  WS-CDP-RAGIONE(1:40)
                  DELIMITED BY SIZE INTO CDEP-RECORD
           WRITE CDEP-RECORD

           WRITE CDEP-RECORD FROM
               "MERCE IN CONTO DEPOSITO - NON COSTITUISCE VENDITA"
           WRITE CDEP-RECORD FROM SPACES

           MOVE SPACES TO CDEP-RECORD
           MOVE WS-MOV-QUANTITA TO WS-QUANTITA-EDIT
           STRING WS-ART-CODICE " "
                  WS-ART-DESCRIZIONE(1:35) " "
                  WS-QUANTITA-EDIT " " WS-ART-UM
                  DELIMITED BY SIZE INTO CDEP-RECORD
           WRITE CDEP-RECORD

           CLOSE CDEP-FILE

           DISPLAY "DDT deposito stampato in " WS-NOME-FILE-CDEP.

      ******************************************************************
      * Dichiarazione di consumo del cliente: scarica il conto
      * deposito e genera il documento di vendita (con prezzo di
      * listino e IVA) che confluira' nella fattura differita del
      * mese. La merce e' gia' fisicamente presso il cliente:
      * nessun movimento di magazzino.
      ******************************************************************
       DICHIARAZIONE-CONSUMO-DEPOSITO.
           DISPLAY " "
           DISPLAY "Codice cliente: " WITH NO ADVANCING
           ACCEPT WS-CDP-CLIENTE

           DISPLAY "Codice articolo: " WITH NO ADVANCING
           ACCEPT WS-ART-CODICE

           MOVE ZERO TO WS-CDP-QTA
           EXEC SQL
               SELECT quantita, valore_medio
               INTO :WS-CDP-QTA, :WS-CDP-VALORE
               FROM CONTO_DEPOSITO
               WHERE codice_cliente = :WS-CDP-CLIENTE
               AND codice_articolo = :WS-ART-CODICE
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-CDP-QTA = 0
               DISPLAY "Nessuna giacenza in deposito per questo "
                       "cliente/articolo!"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CDP-QTA TO WS-QUANTITA-EDIT
           DISPLAY "In deposito presso il cliente: "
                   WS-QUANTITA-EDIT

           DISPLAY "Quantità consumata dichiarata: "
                   WITH NO ADVANCING
           ACCEPT WS-MOV-QUANTITA

           IF WS-MOV-QUANTITA <= 0
               OR WS-MOV-QUANTITA > WS-CDP-QTA
               DISPLAY "Quantità non valida!"
               EXIT PARAGRAPH
           END-IF

           PERFORM CARICA-ARTICOLO
           IF WS-ESITO NOT = "OK"
               EXIT PARAGRAPH
           END-IF

      * Prezzo di vendita dal listino del cliente
           MOVE WS-CDP-CLIENTE TO WS-OV-CLIENTE
           PERFORM CERCA-PREZZO-LISTINO
           IF WS-LIS-ORIGINE = 'M'
               DISPLAY "Nessun listino: prezzo unitario di "
                       "vendita: " WITH NO ADVANCING
               ACCEPT WS-MOV-PREZZO
           ELSE
               MOVE WS-LIS-PREZZO TO WS-MOV-PREZZO
           END-IF

           COMPUTE WS-MOV-VALORE =
               WS-MOV-QUANTITA * WS-MOV-PREZZO

      * IVA della vendita da consumo
           MOVE WS-CDP-CLIENTE TO WS-IVA-CLIENTE
           PERFORM CERCA-REGIME-IVA-CLIENTE
           MOVE WS-ART-ALIQ-IVA TO WS-IVA-CODICE
           PERFORM CERCA-ALIQUOTA-IVA
           MOVE WS-MOV-VALORE TO WS-IVA-IMPONIBILE
           COMPUTE WS-IVA-IMPOSTA ROUNDED =
               WS-IVA-IMPONIBILE * WS-IVA-PERCENT / 100

      * Documento di vendita da consumo sulla serie DDT: verra'
      * ripreso dalla fatturazione differita del mese
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANNO-CORRENTE
           EXEC SQL
               SELECT COUNT(*) + 1
               INTO :WS-DOC-PROGR
               FROM DOCUMENTI_VENDITA
               WHERE tipo_documento = 'D'
               AND EXTRACT(YEAR FROM data_documento) =
                   :WS-ANNO-CORRENTE
           END-EXEC
           MOVE WS-DOC-PROGR TO WS-DOC-PROGR-ED
           STRING "DDT" WS-ANNO-CORRENTE "/" WS-DOC-PROGR-ED
                  DELIMITED BY SIZE INTO WS-DOC-NUMERO

           EXEC SQL
               BEGIN TRANSACTION
           END-EXEC

           EXEC SQL
               UPDATE CONTO_DEPOSITO
               SET quantita = quantita - :WS-MOV-QUANTITA
               WHERE codice_cliente = :WS-CDP-CLIENTE
               AND codice_articolo = :WS-ART-CODICE
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   INSERT INTO DOCUMENTI_VENDITA
                   (tipo_documento, numero_documento,
                    data_documento, codice_cliente, riferimento,
                    totale_documento, totale_imponibile,
                    totale_imposta, conto_deposito)
                   VALUES
                   ('D', :WS-DOC-NUMERO, CURRENT_DATE,
                    :WS-CDP-CLIENTE, 'CONSUMO DEPOSITO',
                    :WS-MOV-VALORE, :WS-IVA-IMPONIBILE,
                    :WS-IVA-IMPOSTA, 'N')
               END-EXEC
           END-IF

           IF SQLCODE = 0
               EXEC SQL
                   INSERT INTO RIGHE_DOCUMENTI
                   (numero_documento, codice_articolo, quantita,
                    prezzo_unitario, imponibile, codice_iva,
                    aliquota_percentuale, natura, imposta)
                   VALUES
                   (:WS-DOC-NUMERO, :WS-ART-CODICE,
                    :WS-MOV-QUANTITA, :WS-MOV-PREZZO,
                    :WS-IVA-IMPONIBILE, :WS-IVA-CODICE,
                    :WS-IVA-PERCENT,
                    NULLIF(:WS-IVA-NATURA, SPACES),
                    :WS-IVA-IMPOSTA)
               END-EXEC
           END-IF

           IF SQLCODE = 0
               EXEC SQL
                   COMMIT
               END-EXEC
               DISPLAY "Consumo registrato: documento "
                       WS-DOC-NUMERO " pronto per la "
                       "fatturazione differita."
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               DISPLAY "Errore registrazione consumo: " SQLCODE
           END-IF.

       SITUAZIONE-CONTO-DEPOSITO.
           PERFORM GENERA-DATA-STAMP
           STRING "CONTO-DEPOSITO-" WS-DATA-STAMP ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-CDEP

           MOVE ZERO TO WS-CONTA-CDP
           MOVE ZERO TO WS-CDP-TOTALE

           OPEN OUTPUT CDEP-FILE

           WRITE CDEP-RECORD FROM
               "GIACENZE IN CONTO DEPOSITO PRESSO CLIENTI"
           MOVE ALL "=" TO CDEP-RECORD
           WRITE CDEP-RECORD

           MOVE SPACES TO CDEP-RECORD
           STRING "Data: " FUNCTION CURRENT-DATE(1:10)
                  DELIMITED BY SIZE INTO CDEP-RECORD
           WRITE CDEP-RECORD
           WRITE CDEP-RECORD FROM SPACES

           WRITE CDEP-RECORD FROM
               "CLIENTE  RAGIONE SOCIALE           ARTICOLO   " &
               "    QUANTITA   VAL. UNITARIO         VALORE"
           MOVE ALL "-" TO CDEP-RECORD
           WRITE CDEP-RECORD

           EXEC SQL
               OPEN CUR-CONTO-DEPOSITO
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-CONTO-DEPOSITO
                   INTO :WS-CDP-CLIENTE, :WS-CDP-RAGIONE,
                        :WS-ART-CODICE, :WS-ART-DESCRIZIONE,
                        :WS-CDP-QTA, :WS-CDP-VALORE
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-CONTA-CDP
                   COMPUTE WS-VALORE-TOT =
                       WS-CDP-QTA * WS-CDP-VALORE
                   ADD WS-VALORE-TOT TO WS-CDP-TOTALE

                   MOVE SPACES TO CDEP-RECORD
                   STRING WS-CDP-CLIENTE " "
                          WS-CDP-RAGIONE(1:25) " "
                          WS-ART-CODICE
                          DELIMITED BY SIZE INTO CDEP-RECORD

                   MOVE WS-CDP-QTA TO WS-QUANTITA-EDIT
                   STRING CDEP-RECORD(1:46)
                          WS-QUANTITA-EDIT
                          DELIMITED BY SIZE INTO CDEP-RECORD

                   MOVE WS-CDP-VALORE TO WS-IMPORTO-EDIT
                   STRING CDEP-RECORD(1:60)
                          "  " WS-IMPORTO-EDIT
                          DELIMITED BY SIZE INTO CDEP-RECORD

                   MOVE WS-VALORE-TOT TO WS-IMPORTO-EDIT
                   STRING CDEP-RECORD(1:76)
                          "  " WS-IMPORTO-EDIT
                          DELIMITED BY SIZE INTO CDEP-RECORD
                   WRITE CDEP-RECORD
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-CONTO-DEPOSITO
           END-EXEC

           WRITE CDEP-RECORD FROM SPACES
           MOVE ALL "-" TO CDEP-RECORD
           WRITE CDEP-RECORD

           MOVE SPACES TO CDEP-RECORD
           MOVE WS-CDP-TOTALE TO WS-IMPORTO-EDIT
           STRING "VALORE MERCE PRESSO TERZI: EUR " WS-IMPORTO-EDIT
                  DELIMITED BY SIZE INTO CDEP-RECORD
           WRITE CDEP-RECORD

           CLOSE CDEP-FILE

           MOVE WS-CDP-TOTALE TO WS-IMPORTO-EDIT
           DISPLAY "Valore merce presso terzi: EUR "
                   WS-IMPORTO-EDIT
           DISPLAY "Situazione salvata in " WS-NOME-FILE-CDEP.

       GESTIONE-CONTO-LAVORO.
           DISPLAY " "
           DISPLAY "=== CONTO LAVORO PRESSO TERZISTI ==="
           DISPLAY " "
           DISPLAY "1. Ordine di conto lavoro e invio componenti (DDT)"
           DISPLAY "2. Rientro lavorato dal terzista"
           DISPLAY "3. Situazione materiale presso terzisti"
           DISPLAY " "
           DISPLAY "Scelta: " WITH NO ADVANCING
           ACCEPT WS-SCELTA

           EVALUATE WS-SCELTA
               WHEN 1
                   PERFORM INVIO-CONTO-LAVORO
               WHEN 2
                   PERFORM RIENTRO-CONTO-LAVORO
               WHEN 3
                   PERFORM SITUAZIONE-CONTO-LAVORO
               WHEN OTHER
                   DISPLAY "Scelta non valida!"
           END-EVALUATE.

      ******************************************************************
      * Ordine di conto lavoro: esplosione della distinta base del
      * prodotto finito, scarico FIFO dei componenti dal magazzino
      * con DDT di invio al terzista (serie DCL) e carico del
      * magazzino logico del terzista al costo effettivo dei lotti
      * consumati.
      ******************************************************************
       INVIO-CONTO-LAVORO.
           DISPLAY " "
           DISPLAY "Codice terzista (fornitore): " WITH NO ADVANCING
           ACCEPT WS-CLV-TERZISTA

           EXEC SQL
               SELECT ragione_sociale
               INTO :WS-CLV-RAGIONE
               FROM FORNITORI
               WHERE codice_fornitore = :WS-CLV-TERZISTA
               AND stato = 'A'
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Terzista non trovato o non attivo!"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Terzista: " WS-CLV-RAGIONE(1:40)

           DISPLAY "Articolo finito da lavorare: " WITH NO ADVANCING
           ACCEPT WS-CLV-ARTICOLO

           MOVE WS-CLV-ARTICOLO TO WS-ART-CODICE
           PERFORM CARICA-ARTICOLO
           IF WS-ESITO NOT = "OK"
               EXIT PARAGRAPH
           END-IF

           PERFORM VERIFICA-DISTINTA-BASE
           IF WS-DIB-COMPONENTI = 0
               DISPLAY "L'articolo non ha distinta base!"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Articolo: " WS-ART-DESCRIZIONE(1:50)

           DISPLAY "Quantità da far lavorare: " WITH NO ADVANCING
           ACCEPT WS-CLV-QTA

           IF WS-CLV-QTA <= 0
               DISPLAY "Quantità non valida!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Costo unitario della lavorazione: "
                   WITH NO ADVANCING
           ACCEPT WS-CLV-COSTO-UNIT

           STRING "CL" FUNCTION CURRENT-DATE(1:4) "/"
                  FUNCTION CURRENT-DATE(5:2)
                  FUNCTION CURRENT-DATE(7:2)
                  FUNCTION CURRENT-DATE(9:6)
                  DELIMITED BY SIZE INTO WS-CLV-NUMERO

      * Numero DDT di invio sulla serie del conto lavoro
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANNO-CORRENTE
           EXEC SQL
               SELECT COUNT(*) + 1
               INTO :WS-CLV-PROGR
               FROM ORDINI_CONTO_LAVORO
               WHERE EXTRACT(YEAR FROM data_invio) =
                   :WS-ANNO-CORRENTE
           END-EXEC
           MOVE WS-CLV-PROGR TO WS-CLV-PROGR-ED
           MOVE SPACES TO WS-CLV-DDT
           STRING "DCL" WS-ANNO-CORRENTE "/" WS-CLV-PROGR-ED
                  DELIMITED BY SIZE INTO WS-CLV-DDT

           MOVE "OK" TO WS-ESITO

           EXEC SQL
               BEGIN TRANSACTION
           END-EXEC

           EXEC SQL
               INSERT INTO ORDINI_CONTO_LAVORO
               (numero_ocl, codice_fornitore, codice_articolo,
                quantita_ordinata, quantita_rientrata,
                costo_lavorazione_unitario, numero_ddt_invio,
                data_invio, stato)
               VALUES
               (:WS-CLV-NUMERO, :WS-CLV-TERZISTA, :WS-CLV-ARTICOLO,
                :WS-CLV-QTA, 0, :WS-CLV-COSTO-UNIT, :WS-CLV-DDT,
                CURRENT_DATE, 'I')
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Errore creazione ordine conto lavoro: "
                       SQLCODE
               MOVE "KO" TO WS-ESITO
           END-IF

      * Scarico dei componenti sotto il DDT di invio; ogni
      * componente scaricato passa sul magazzino del terzista
           IF WS-ESITO = "OK"
               MOVE WS-CLV-ARTICOLO TO WS-ART-CODICE
               MOVE WS-CLV-QTA TO WS-MOV-QUANTITA
               MOVE WS-CLV-DDT TO WS-MOV-NUMERO-DOC
               MOVE SPACES TO WS-MOV-CAUSALE
               STRING "Invio in conto lavoro a " WS-CLV-TERZISTA
                      " ordine " WS-CLV-NUMERO
                      DELIMITED BY SIZE INTO WS-MOV-CAUSALE
               MOVE 'F' TO WS-METODO-VALORIZZ
               MOVE 'S' TO WS-CLV-INVIO
               PERFORM SCARICO-COMPONENTI-KIT
               MOVE 'N' TO WS-CLV-INVIO
           END-IF

           IF WS-ESITO = "OK"
               EXEC SQL
                   UPDATE ORDINI_CONTO_LAVORO
                   SET costo_componenti_inviati = :WS-DIB-VALORE-TOT
                   WHERE numero_ocl = :WS-CLV-NUMERO
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE "KO" TO WS-ESITO
               END-IF
           END-IF

           IF WS-ESITO = "OK"
               EXEC SQL
                   COMMIT
               END-EXEC
               PERFORM STAMPA-DDT-CONTO-LAVORO
               DISPLAY "Ordine di conto lavoro " WS-CLV-NUMERO
                       " registrato con DDT " WS-CLV-DDT
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               DISPLAY "Invio in conto lavoro non registrato!"
           END-IF.

      * Carico sul magazzino del terzista del componente appena
      * scaricato (WS-ART-CODICE, WS-MOV-QUANTITA, WS-MOV-PREZZO)
       CARICA-GIACENZA-TERZISTA.
           EXEC SQL
               INSERT INTO GIACENZE_TERZISTI
               (codice_fornitore, numero_ocl, codice_articolo,
                quantita_inviata, quantita, valore_medio,
                data_invio)
               VALUES
               (:WS-CLV-TERZISTA, :WS-CLV-NUMERO, :WS-ART-CODICE,
                :WS-MOV-QUANTITA, :WS-MOV-QUANTITA, :WS-MOV-PREZZO,
                CURRENT_DATE)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Errore carico giacenza terzista: " SQLCODE
               MOVE "KO" TO WS-ESITO
           END-IF.

       STAMPA-DDT-CONTO-LAVORO.
           PERFORM GENERA-DATA-STAMP
           MOVE SPACES TO WS-NOME-FILE-CDEP
           STRING "DDT-CONTO-LAVORO-" WS-DATA-STAMP ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-CDEP

           OPEN OUTPUT CDEP-FILE

           WRITE CDEP-RECORD FROM
               "DOCUMENTO DI TRASPORTO - CAUSALE: CONTO LAVORAZIONE"
           MOVE ALL "=" TO CDEP-RECORD
           WRITE CDEP-RECORD

           MOVE SPACES TO CDEP-RECORD
           STRING "Numero: " WS-CLV-DDT
                  "    Data: " FUNCTION CURRENT-DATE(1:10)
                  DELIMITED BY SIZE INTO CDEP-RECORD
           WRITE CDEP-RECORD

           MOVE SPACES TO CDEP-RECORD
           STRING "Destinatario: " WS-CLV-TERZISTA " - "
                  WS-CLV-RAGIONE(1:40)
                  DELIMITED BY SIZE INTO CDEP-RECORD
           WRITE CDEP-RECORD

           MOVE SPACES TO CDEP-RECORD
           MOVE WS-CLV-QTA TO WS-QUANTITA-EDIT
           STRING "Ordine di lavorazione: " WS-CLV-NUMERO
                  "  Articolo: " WS-CLV-ARTICOLO
                  "  Quantità: " WS-QUANTITA-EDIT
                  DELIMITED BY SIZE INTO CDEP-RECORD
           WRITE CDEP-RECORD

           WRITE CDEP-RECORD FROM
               "MERCE INVIATA PER LAVORAZIONE - NON COSTITUISCE " &
               "VENDITA"
           WRITE CDEP-RECORD FROM SPACES

           WRITE CDEP-RECORD FROM
               "COMPONENTE                                      " &
               "    QUANTITA"
           MOVE ALL "-" TO CDEP-RECORD
           WRITE CDEP-RECORD

           EXEC SQL
               OPEN CUR-COMPONENTI-TERZISTA
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-COMPONENTI-TERZISTA
                   INTO :WS-CLV-COMP-CODICE, :WS-ART-DESCRIZIONE,
                        :WS-CLV-COMP-QTA, :WS-CLV-COMP-VALORE,
                        :WS-CLV-COMP-COEFF
               END-EXEC

               IF SQLCODE = 0
                   MOVE SPACES TO CDEP-RECORD
                   MOVE WS-CLV-COMP-QTA TO WS-QUANTITA-EDIT
                   STRING WS-CLV-COMP-CODICE " "
                          WS-ART-DESCRIZIONE(1:35) " "
                          WS-QUANTITA-EDIT
                          DELIMITED BY SIZE INTO CDEP-RECORD
                   WRITE CDEP-RECORD
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-COMPONENTI-TERZISTA
           END-EXEC

           CLOSE CDEP-FILE

           DISPLAY "DDT conto lavoro stampato in " WS-NOME-FILE-CDEP.

      ******************************************************************
      * Rientro del lavorato: consuma presso il terzista i
      * componenti della distinta base per la quantita' rientrata
      * (nessun movimento di magazzino: erano gia' usciti con il
      * DDT di invio) e carica il prodotto finito con lotto
      * intestato all'ordine, valorizzato al costo dei componenti
      * consumati piu' il costo della lavorazione.
      ******************************************************************
       RIENTRO-CONTO-LAVORO.
           DISPLAY " "
           DISPLAY "Numero ordine di conto lavoro: " WITH NO ADVANCING
           ACCEPT WS-CLV-NUMERO

           EXEC SQL
               SELECT codice_fornitore, codice_articolo,
                      quantita_ordinata, quantita_rientrata,
                      costo_lavorazione_unitario, stato
               INTO :WS-CLV-TERZISTA, :WS-CLV-ARTICOLO,
                    :WS-CLV-QTA, :WS-CLV-QTA-RIENTRATA,
                    :WS-CLV-COSTO-UNIT, :WS-CLV-STATO
               FROM ORDINI_CONTO_LAVORO
               WHERE numero_ocl = :WS-CLV-NUMERO
           END-EXEC

           IF SQLCODE = 100
               DISPLAY "Ordine di conto lavoro non trovato!"
               EXIT PARAGRAPH
           ELSE IF SQLCODE NOT = 0
               DISPLAY "Errore database: " SQLCODE
               EXIT PARAGRAPH
           END-IF

           IF WS-CLV-STATO NOT = 'I'
               DISPLAY "Ordine di conto lavoro già chiuso!"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CLV-ARTICOLO TO WS-ART-CODICE
           PERFORM CARICA-ARTICOLO
           IF WS-ESITO NOT = "OK"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Articolo: " WS-ART-DESCRIZIONE(1:50)
           COMPUTE WS-QTA-RESIDUA =
               WS-CLV-QTA - WS-CLV-QTA-RIENTRATA
           MOVE WS-QTA-RESIDUA TO WS-QUANTITA-EDIT
           DISPLAY "Quantità ancora presso il terzista: "
                   WS-QUANTITA-EDIT

           DISPLAY "Quantità lavorata rientrata: " WITH NO ADVANCING
           ACCEPT WS-CLV-QTA-RIENTRO

           IF WS-CLV-QTA-RIENTRO <= 0
               OR WS-CLV-QTA-RIENTRO > WS-QTA-RESIDUA
               DISPLAY "Quantità non valida!"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CLV-COSTO-UNIT TO WS-IMPORTO-EDIT
           DISPLAY "Costo lavorazione unitario da ordine: EUR "
                   WS-IMPORTO-EDIT
           DISPLAY "Costo unitario addebitato (0 = da ordine): "
                   WITH NO ADVANCING
           ACCEPT WS-MOV-PREZZO
           IF WS-MOV-PREZZO > 0
               MOVE WS-MOV-PREZZO TO WS-CLV-COSTO-UNIT
           END-IF

           MOVE ZERO TO WS-CLV-VAL-COMP
           COMPUTE WS-CLV-VAL-LAVORO ROUNDED =
               WS-CLV-QTA-RIENTRO * WS-CLV-COSTO-UNIT
           MOVE "OK" TO WS-ESITO

           EXEC SQL
               BEGIN TRANSACTION
           END-EXEC

           PERFORM CONSUMA-COMPONENTI-TERZISTA

      * Carico del prodotto finito: lotto intestato all'ordine
      * valorizzato a componenti piu' lavorazione
           IF WS-ESITO = "OK"
               MOVE WS-CLV-ARTICOLO TO WS-ART-CODICE
               MOVE WS-CLV-QTA-RIENTRO TO WS-MOV-QUANTITA
               COMPUTE WS-MOV-PREZZO ROUNDED =
                   (WS-CLV-VAL-COMP + WS-CLV-VAL-LAVORO) /
                   WS-CLV-QTA-RIENTRO
               COMPUTE WS-MOV-VALORE =
                   WS-CLV-VAL-COMP + WS-CLV-VAL-LAVORO
               MOVE WS-CLV-NUMERO TO WS-MOV-NUMERO-DOC
               MOVE WS-CLV-TERZISTA TO WS-MOV-FORNITORE
               MOVE SPACES TO WS-MOV-CAUSALE
               STRING "Rientro lavorato da conto lavoro "
                      WS-CLV-TERZISTA
                      DELIMITED BY SIZE INTO WS-MOV-CAUSALE
               MOVE WS-CLV-NUMERO TO WS-LOT-NUMERO
               MOVE SPACES TO WS-LOT-SCADENZA
               MOVE 'A' TO WS-LOT-STATO
               MOVE 'CA' TO WS-MOV-TIPO
               PERFORM REGISTRA-MOVIMENTO
           END-IF

           IF WS-ESITO = "OK"
               PERFORM AGGIORNA-GIACENZA-CARICO
           END-IF

      * Rientri parziali: il lotto dell'ordine esiste gia' e va
      * incrementato al nuovo costo medio
           IF WS-ESITO = "OK"
               EXEC SQL
                   UPDATE LOTTI
                   SET prezzo_acquisto =
                           (quantita_residua * prezzo_acquisto +
                            :WS-MOV-VALORE) /
                           (quantita_residua + :WS-MOV-QUANTITA),
                       quantita_iniziale =
                           quantita_iniziale + :WS-MOV-QUANTITA,
                       quantita_residua =
                           quantita_residua + :WS-MOV-QUANTITA
                   WHERE codice_articolo = :WS-ART-CODICE
                   AND numero_lotto = :WS-LOT-NUMERO
               END-EXEC

               IF SQLCODE = 100 OR SQLCODE = -100
                   PERFORM CREA-LOTTO
               ELSE
                   IF SQLCODE NOT = 0
                       DISPLAY "Errore aggiornamento lotto: " SQLCODE
                       MOVE "KO" TO WS-ESITO
                   END-IF
               END-IF
           END-IF

           IF WS-ESITO = "OK"
               ADD WS-CLV-QTA-RIENTRO TO WS-CLV-QTA-RIENTRATA
               IF WS-CLV-QTA-RIENTRATA >= WS-CLV-QTA
                   MOVE 'C' TO WS-CLV-STATO
               END-IF

               EXEC SQL
                   UPDATE ORDINI_CONTO_LAVORO
                   SET quantita_rientrata = :WS-CLV-QTA-RIENTRATA,
                       costo_componenti_consumati =
                           COALESCE(costo_componenti_consumati, 0)
                           + :WS-CLV-VAL-COMP,
                       costo_lavorazione =
                           COALESCE(costo_lavorazione, 0)
                           + :WS-CLV-VAL-LAVORO,
                       data_ultimo_rientro = CURRENT_DATE,
                       stato = :WS-CLV-STATO
                   WHERE numero_ocl = :WS-CLV-NUMERO
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "Errore aggiornamento ordine: " SQLCODE
                   MOVE "KO" TO WS-ESITO
               END-IF
           END-IF

           IF WS-ESITO = "OK"
               EXEC SQL
                   COMMIT
               END-EXEC
               MOVE WS-CLV-VAL-COMP TO WS-IMPORTO-EDIT
               DISPLAY "Componenti consumati:  EUR " WS-IMPORTO-EDIT
               MOVE WS-CLV-VAL-LAVORO TO WS-IMPORTO-EDIT
               DISPLAY "Costo lavorazione:     EUR " WS-IMPORTO-EDIT
               MOVE WS-MOV-PREZZO TO WS-IMPORTO-EDIT
               DISPLAY "Costo unitario lotto " WS-CLV-NUMERO
                       ": EUR " WS-IMPORTO-EDIT
               IF WS-CLV-STATO = 'C'
                   DISPLAY "Ordine di conto lavoro chiuso."
               END-IF
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               DISPLAY "Rientro non registrato!"
           END-IF.

      * Consumo presso il terzista dei componenti del rientro
      * (quantita' rientrata * coefficiente, nei limiti di quanto
      * inviato); il valore consumato va in WS-CLV-VAL-COMP
       CONSUMA-COMPONENTI-TERZISTA.
           EXEC SQL
               OPEN CUR-COMPONENTI-TERZISTA
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0 OR WS-ESITO = "KO"
               EXEC SQL
                   FETCH CUR-COMPONENTI-TERZISTA
                   INTO :WS-CLV-COMP-CODICE, :WS-ART-DESCRIZIONE,
                        :WS-CLV-COMP-QTA, :WS-CLV-COMP-VALORE,
                        :WS-CLV-COMP-COEFF
               END-EXEC

               IF SQLCODE = 0
                   COMPUTE WS-CLV-COMP-CONSUMO =
                       WS-CLV-QTA-RIENTRO * WS-CLV-COMP-COEFF
                   IF WS-CLV-COMP-CONSUMO > WS-CLV-COMP-QTA
                       DISPLAY "Componente " WS-CLV-COMP-CODICE
                               ": inviato meno del fabbisogno, "
                               "consumato il residuo"
                       MOVE WS-CLV-COMP-QTA TO WS-CLV-COMP-CONSUMO
                   END-IF

                   EXEC SQL
                       UPDATE GIACENZE_TERZISTI
                       SET quantita = quantita - :WS-CLV-COMP-CONSUMO
                       WHERE numero_ocl = :WS-CLV-NUMERO
                       AND codice_articolo = :WS-CLV-COMP-CODICE
                   END-EXEC

                   IF SQLCODE NOT = 0
                       DISPLAY "Errore consumo componente "
                               WS-CLV-COMP-CODICE ": " SQLCODE
                       MOVE "KO" TO WS-ESITO
                   ELSE
                       COMPUTE WS-CLV-VAL-COMP ROUNDED =
                           WS-CLV-VAL-COMP +
                           WS-CLV-COMP-CONSUMO * WS-CLV-COMP-VALORE
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-COMPONENTI-TERZISTA
           END-EXEC.

      ******************************************************************
      * Situazione del materiale presso i terzisti: per terzista e
      * ordine di conto lavoro i componenti ancora da lavorare,
      * valorizzati al costo di invio, con data di invio e giorni
      * di giacenza presso il terzista.
      ******************************************************************
       SITUAZIONE-CONTO-LAVORO.
           PERFORM GENERA-DATA-STAMP
           MOVE SPACES TO WS-NOME-FILE-CDEP
           STRING "CONTO-LAVORO-" WS-DATA-STAMP ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-CDEP

           MOVE ZERO TO WS-CONTA-CLV
           MOVE ZERO TO WS-CLV-TOTALE
           MOVE ZERO TO WS-CLV-TOT-TERZISTA
           MOVE SPACES TO WS-CLV-TERZ-PREC

           OPEN OUTPUT CDEP-FILE

           WRITE CDEP-RECORD FROM
               "MATERIALE PRESSO TERZISTI IN CONTO LAVORO"
           MOVE ALL "=" TO CDEP-RECORD
           WRITE CDEP-RECORD

           MOVE SPACES TO CDEP-RECORD
           STRING "Data: " FUNCTION CURRENT-DATE(1:10)
                  DELIMITED BY SIZE INTO CDEP-RECORD
           WRITE CDEP-RECORD
           WRITE CDEP-RECORD FROM SPACES

           WRITE CDEP-RECORD FROM
               "TERZISTA ORDINE               ARTICOLO   " &
               "    QUANTITA         VALORE  INVIATO IL  GIORNI"
           MOVE ALL "-" TO CDEP-RECORD
           WRITE CDEP-RECORD

           EXEC SQL
               OPEN CUR-GIACENZE-TERZISTI
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-GIACENZE-TERZISTI
                   INTO :WS-CLV-TERZISTA, :WS-CLV-RAGIONE,
                        :WS-CLV-NUMERO, :WS-CLV-COMP-CODICE,
                        :WS-CLV-COMP-QTA, :WS-CLV-COMP-VALORE,
                        :WS-CLV-COMP-DATA, :WS-CLV-COMP-GIORNI
               END-EXEC

               IF SQLCODE = 0
                   IF WS-CLV-TERZISTA NOT = WS-CLV-TERZ-PREC
                       IF WS-CLV-TERZ-PREC NOT = SPACES
                           PERFORM SCRIVI-TOTALE-TERZISTA
                       END-IF
                       MOVE WS-CLV-TERZISTA TO WS-CLV-TERZ-PREC
                       MOVE ZERO TO WS-CLV-TOT-TERZISTA
                       MOVE SPACES TO CDEP-RECORD
                       STRING WS-CLV-TERZISTA " - "
                              WS-CLV-RAGIONE(1:50)
                              DELIMITED BY SIZE INTO CDEP-RECORD
                       WRITE CDEP-RECORD
                   END-IF

                   ADD 1 TO WS-CONTA-CLV
                   COMPUTE WS-VALORE-TOT ROUNDED =
                       WS-CLV-COMP-QTA * WS-CLV-COMP-VALORE
                   ADD WS-VALORE-TOT TO WS-CLV-TOT-TERZISTA
                   ADD WS-VALORE-TOT TO WS-CLV-TOTALE

                   MOVE SPACES TO CDEP-RECORD
                   STRING "         " WS-CLV-NUMERO " "
                          WS-CLV-COMP-CODICE
                          DELIMITED BY SIZE INTO CDEP-RECORD

                   MOVE WS-CLV-COMP-QTA TO WS-QUANTITA-EDIT
                   STRING CDEP-RECORD(1:41)
                          WS-QUANTITA-EDIT
                          DELIMITED BY SIZE INTO CDEP-RECORD

                   MOVE WS-VALORE-TOT TO WS-IMPORTO-EDIT
                   MOVE WS-CLV-COMP-GIORNI TO WS-NUMERO-EDIT
                   STRING CDEP-RECORD(1:55)
                          "  " WS-IMPORTO-EDIT
                          "  " WS-CLV-COMP-DATA
                          " " WS-NUMERO-EDIT
                          DELIMITED BY SIZE INTO CDEP-RECORD
                   WRITE CDEP-RECORD
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-GIACENZE-TERZISTI
           END-EXEC

           IF WS-CLV-TERZ-PREC NOT = SPACES
               PERFORM SCRIVI-TOTALE-TERZISTA
           END-IF

           WRITE CDEP-RECORD FROM SPACES
           MOVE ALL "-" TO CDEP-RECORD
           WRITE CDEP-RECORD

           MOVE SPACES TO CDEP-RECORD
           MOVE WS-CLV-TOTALE TO WS-IMPORTO-EDIT
           STRING "VALORE MATERIALE PRESSO TERZISTI: EUR "
                  WS-IMPORTO-EDIT
                  DELIMITED BY SIZE INTO CDEP-RECORD
           WRITE CDEP-RECORD

           CLOSE CDEP-FILE

           MOVE WS-CONTA-CLV TO WS-NUMERO-EDIT
           DISPLAY "Righe presso terzisti: " WS-NUMERO-EDIT
           DISPLAY "Report salvato in " WS-NOME-FILE-CDEP.

       SCRIVI-TOTALE-TERZISTA.
           MOVE SPACES TO CDEP-RECORD
           MOVE WS-CLV-TOT-TERZISTA TO WS-IMPORTO-EDIT
           STRING "         Totale terzista " WS-CLV-TERZ-PREC
                  ": EUR " WS-IMPORTO-EDIT
                  DELIMITED BY SIZE INTO CDEP-RECORD
           WRITE CDEP-RECORD
           WRITE CDEP-RECORD FROM SPACES.

      ******************************************************************
      * Piano di conteggio ciclico guidato dalle classi ABC: genera
      * la lista settimanale degli articoli da contare (classe A
      * mensile, B trimestrale, C annuale) nel formato del
      * CONTEGGIO-FILE letto dal riconteggio massivo, e il report
      * di copertura con gli articoli scaduti rispetto alla loro
      * frequenza.
      ******************************************************************
       PIANO-CONTEGGIO-CICLICO.
           DISPLAY " "
           DISPLAY "=== PIANO DI CONTEGGIO CICLICO (ABC) ==="

           PERFORM GENERA-DATA-STAMP
           STRING "COPERTURA-CONTEGGI-" WS-DATA-STAMP ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-CICLICO

           MOVE ZERO TO WS-CONTA-CIC-TOTALI
           MOVE ZERO TO WS-CONTA-CIC-SCADUTI

           OPEN OUTPUT CONTEGGIO-OUT-FILE
           OPEN OUTPUT CICLICO-FILE

           WRITE CICLICO-RECORD FROM
               "REPORT COPERTURA CONTEGGIO CICLICO"
           MOVE ALL "=" TO CICLICO-RECORD
           WRITE CICLICO-RECORD

           MOVE SPACES TO CICLICO-RECORD
           STRING "Data: " FUNCTION CURRENT-DATE(1:10)
                  "   Frequenze: A=30gg B=90gg C=365gg"
                  DELIMITED BY SIZE INTO CICLICO-RECORD
           WRITE CICLICO-RECORD
           WRITE CICLICO-RECORD FROM SPACES

           WRITE CICLICO-RECORD FROM
               "CODICE      DESCRIZIONE                     " &
               "CLASSE  ULTIMO CONTEGGIO  STATO"
           MOVE ALL "-" TO CICLICO-RECORD
           WRITE CICLICO-RECORD

           EXEC SQL
               OPEN CUR-CONTEGGIO-CICLICO
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-CONTEGGIO-CICLICO
                   INTO :WS-ART-CODICE, :WS-ART-DESCRIZIONE,
                        :WS-CIC-CLASSE, :WS-CIC-ULTIMO,
                        :WS-CIC-SCADUTO
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-CONTA-CIC-TOTALI

                   MOVE SPACES TO CICLICO-RECORD
                   STRING WS-ART-CODICE " "
                          WS-ART-DESCRIZIONE(1:30) "   "
                          WS-CIC-CLASSE "       "
                          WS-CIC-ULTIMO
                          DELIMITED BY SIZE INTO CICLICO-RECORD

                   IF WS-CIC-SCADUTO = 'S'
                       ADD 1 TO WS-CONTA-CIC-SCADUTI
                       STRING CICLICO-RECORD(1:71)
                              "  DA CONTARE"
                              DELIMITED BY SIZE
                              INTO CICLICO-RECORD

      * La lista di conteggio esce nel formato del riconteggio
      * massivo: la quantita' rilevata verra' scritta a mano
                       MOVE SPACES TO CONTEGGIO-OUT-RECORD
                       MOVE WS-ART-CODICE TO CONT-OUT-CODICE
                       MOVE SPACES TO CONT-OUT-QUANTITA
                       WRITE CONTEGGIO-OUT-RECORD
                   ELSE
                       STRING CICLICO-RECORD(1:71)
                              "  IN REGOLA"
                              DELIMITED BY SIZE
                              INTO CICLICO-RECORD
                   END-IF
                   WRITE CICLICO-RECORD
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-CONTEGGIO-CICLICO
           END-EXEC

           WRITE CICLICO-RECORD FROM SPACES
           MOVE ALL "-" TO CICLICO-RECORD
           WRITE CICLICO-RECORD

           MOVE SPACES TO CICLICO-RECORD
           MOVE WS-CONTA-CIC-TOTALI TO WS-NUMERO-EDIT
           STRING "Articoli controllati: " WS-NUMERO-EDIT
                  DELIMITED BY SIZE INTO CICLICO-RECORD
           MOVE WS-CONTA-CIC-SCADUTI TO WS-NUMERO-EDIT
           STRING CICLICO-RECORD(1:29)
                  "   Da contare: " WS-NUMERO-EDIT
                  DELIMITED BY SIZE INTO CICLICO-RECORD
           WRITE CICLICO-RECORD

           CLOSE CICLICO-FILE
           CLOSE CONTEGGIO-OUT-FILE

           MOVE WS-CONTA-CIC-SCADUTI TO WS-NUMERO-EDIT
           DISPLAY "Articoli da contare questa settimana: "
                   WS-NUMERO-EDIT
           DISPLAY "Lista generata in CONTEGGIO-INVENTARIO.TXT"
           DISPLAY "Report copertura in " WS-NOME-FILE-CICLICO.

      ******************************************************************
      * Dichiarazione Intrastat mensile: dai carichi di fornitori
      * UE e dalle fatture a clienti UE produce i due riepiloghi
      * (acquisti e cessioni) per paese e nomenclatura combinata,
      * con controvalori in euro e massa netta.
      ******************************************************************
       DICHIARAZIONE-INTRASTAT.
           DISPLAY " "
           DISPLAY "=== DICHIARAZIONE INTRASTAT MENSILE ==="

           DISPLAY "Anno (AAAA): " WITH NO ADVANCING
           ACCEPT WS-INT-ANNO
           DISPLAY "Mese (MM): " WITH NO ADVANCING
           ACCEPT WS-INT-MESE

           IF WS-INT-MESE < 1 OR WS-INT-MESE > 12
               DISPLAY "Mese non valido!"
               EXIT PARAGRAPH
           END-IF

      * Sezione acquisti
           MOVE SPACES TO WS-NOME-FILE-INTRA
           STRING "INTRA-ACQUISTI-" WS-INT-ANNO WS-INT-MESE
                  ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-INTRA

           MOVE ZERO TO WS-CONTA-INT
           MOVE ZERO TO WS-INT-TOT-VALORE
           MOVE ZERO TO WS-INT-TOT-MASSA

           OPEN OUTPUT INTRA-FILE

           WRITE INTRA-RECORD FROM
               "RIEPILOGO INTRASTAT - ACQUISTI"
           MOVE ALL "=" TO INTRA-RECORD
           WRITE INTRA-RECORD

           MOVE SPACES TO INTRA-RECORD
           STRING "Periodo: " WS-INT-MESE "/" WS-INT-ANNO
                  DELIMITED BY SIZE INTO INTRA-RECORD
           WRITE INTRA-RECORD
           WRITE INTRA-RECORD FROM SPACES

           WRITE INTRA-RECORD FROM
               "PAESE  NOMENCLATURA     VALORE EUR       " &
               "MASSA NETTA KG"
           MOVE ALL "-" TO INTRA-RECORD
           WRITE INTRA-RECORD

           EXEC SQL
               OPEN CUR-INTRA-ACQUISTI
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-INTRA-ACQUISTI
                   INTO :WS-INT-PAESE, :WS-INT-NC,
                        :WS-INT-VALORE, :WS-INT-MASSA
               END-EXEC

               IF SQLCODE = 0
                   PERFORM SCRIVI-RIGA-INTRASTAT
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-INTRA-ACQUISTI
           END-EXEC

           PERFORM SCRIVI-TOTALI-INTRASTAT
           CLOSE INTRA-FILE
           DISPLAY "Riepilogo acquisti salvato in "
                   WS-NOME-FILE-INTRA

      * Sezione cessioni
           MOVE SPACES TO WS-NOME-FILE-INTRA
           STRING "INTRA-CESSIONI-" WS-INT-ANNO WS-INT-MESE
                  ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-INTRA

           MOVE ZERO TO WS-CONTA-INT
           MOVE ZERO TO WS-INT-TOT-VALORE
           MOVE ZERO TO WS-INT-TOT-MASSA

           OPEN OUTPUT INTRA-FILE

           WRITE INTRA-RECORD FROM
               "RIEPILOGO INTRASTAT - CESSIONI"
           MOVE ALL "=" TO INTRA-RECORD
           WRITE INTRA-RECORD

           MOVE SPACES TO INTRA-RECORD
           STRING "Periodo: " WS-INT-MESE "/" WS-INT-ANNO
                  DELIMITED BY SIZE INTO INTRA-RECORD
           WRITE INTRA-RECORD
           WRITE INTRA-RECORD FROM SPACES

           WRITE INTRA-RECORD FROM
               "PAESE  NOMENCLATURA     VALORE EUR       " &
               "MASSA NETTA KG"
           MOVE ALL "-" TO INTRA-RECORD
           WRITE INTRA-RECORD

           EXEC SQL
               OPEN CUR-INTRA-CESSIONI
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-INTRA-CESSIONI
                   INTO :WS-INT-PAESE, :WS-INT-NC,
                        :WS-INT-VALORE, :WS-INT-MASSA
               END-EXEC

               IF SQLCODE = 0
                   PERFORM SCRIVI-RIGA-INTRASTAT
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-INTRA-CESSIONI
           END-EXEC

           PERFORM SCRIVI-TOTALI-INTRASTAT
           CLOSE INTRA-FILE
           DISPLAY "Riepilogo cessioni salvato in "
                   WS-NOME-FILE-INTRA.

       SCRIVI-RIGA-INTRASTAT.
           ADD 1 TO WS-CONTA-INT
           ADD WS-INT-VALORE TO WS-INT-TOT-VALORE
           ADD WS-INT-MASSA TO WS-INT-TOT-MASSA

           MOVE SPACES TO INTRA-RECORD
           STRING WS-INT-PAESE "     " WS-INT-NC
                  DELIMITED BY SIZE INTO INTRA-RECORD

           MOVE WS-INT-VALORE TO WS-IMPORTO-EDIT
           STRING INTRA-RECORD(1:16)
                  " " WS-IMPORTO-EDIT
                  DELIMITED BY SIZE INTO INTRA-RECORD

           MOVE WS-INT-MASSA TO WS-MASSA-EDIT
           STRING INTRA-RECORD(1:32)
                  "    " WS-MASSA-EDIT
                  DELIMITED BY SIZE INTO INTRA-RECORD
           WRITE INTRA-RECORD.

       SCRIVI-TOTALI-INTRASTAT.
           WRITE INTRA-RECORD FROM SPACES
           MOVE ALL "-" TO INTRA-RECORD
           WRITE INTRA-RECORD

           MOVE SPACES TO INTRA-RECORD
           MOVE WS-CONTA-INT TO WS-NUMERO-EDIT
           STRING "Righe: " WS-NUMERO-EDIT
                  DELIMITED BY SIZE INTO INTRA-RECORD
           MOVE WS-INT-TOT-VALORE TO WS-IMPORTO-EDIT
           STRING INTRA-RECORD(1:14)
                  "   Totale EUR: " WS-IMPORTO-EDIT
                  DELIMITED BY SIZE INTO INTRA-RECORD
           MOVE WS-INT-TOT-MASSA TO WS-MASSA-EDIT
           STRING INTRA-RECORD(1:43)
                  "   Massa kg: " WS-MASSA-EDIT
                  DELIMITED BY SIZE INTO INTRA-RECORD
           WRITE INTRA-RECORD.

       GENERA-PICKING-LIST.
           PERFORM GENERA-DATA-STAMP
           STRING "PICKING-" WS-DATA-STAMP ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-PICKING

           MOVE ZERO TO WS-CONTA-RIGHE-PICKING

           OPEN OUTPUT PICKING-FILE

           WRITE PICKING-RECORD FROM
               "LISTA DI PRELIEVO (PICKING LIST)"
           MOVE ALL "=" TO PICKING-RECORD
           WRITE PICKING-RECORD

           STRING "Ordine: " WS-OV-NUMERO
                  DELIMITED BY SIZE INTO PICKING-RECORD
           WRITE PICKING-RECORD

           STRING "Data: " FUNCTION CURRENT-DATE(1:10)
                  "    Ora: " FUNCTION CURRENT-DATE(12:8)
                  DELIMITED BY SIZE INTO PICKING-RECORD
           WRITE PICKING-RECORD
           WRITE PICKING-RECORD FROM SPACES

           WRITE PICKING-RECORD FROM
               "UBICAZIONE           CODICE      " &
               "DESCRIZIONE                    QTA DA PRELEVARE"
           MOVE ALL "-" TO PICKING-RECORD
           WRITE PICKING-RECORD

           EXEC SQL
               OPEN CUR-PICKING
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-PICKING
                   INTO :WS-ART-CODICE, :WS-ART-DESCRIZIONE,
                        :WS-ART-UBICAZIONE, :WS-ART-UM,
                        :WS-PICK-QTA-DA-PRELEVARE
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-CONTA-RIGHE-PICKING

                   STRING WS-ART-UBICAZIONE " "
                          WS-ART-CODICE " "
                          WS-ART-DESCRIZIONE(1:30)
                          DELIMITED BY SIZE INTO PICKING-RECORD

                   MOVE WS-PICK-QTA-DA-PRELEVARE TO WS-QUANTITA-EDIT
                   STRING PICKING-RECORD(1:64)
                          WS-QUANTITA-EDIT " " WS-ART-UM
                          DELIMITED BY SIZE INTO PICKING-RECORD
                   WRITE PICKING-RECORD

      * Ubicazioni con giacenza reale: l'operatore va dove la
      * merce c'e' davvero, prima picking poi scorta
                   PERFORM SCRIVI-UBICAZIONI-PICKING

                   PERFORM SCRIVI-LOTTI-PICKING
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-PICKING
           END-EXEC

           WRITE PICKING-RECORD FROM SPACES
           MOVE ALL "-" TO PICKING-RECORD
           WRITE PICKING-RECORD

           MOVE WS-CONTA-RIGHE-PICKING TO WS-NUMERO-EDIT
           STRING "Righe da prelevare: " WS-NUMERO-EDIT
                  DELIMITED BY SIZE INTO PICKING-RECORD
           WRITE PICKING-RECORD

           WRITE PICKING-RECORD FROM
               "Prelevato da: ________________  " &
               "Data: ________  Firma: ________________"

           CLOSE PICKING-FILE

           DISPLAY "Lista di prelievo salvata in "
                   WS-NOME-FILE-PICKING.

      * Elenca le ubicazioni del magazzino con giacenza reale per
      * l'articolo della riga corrente (prima la zona picking)
       SCRIVI-UBICAZIONI-PICKING.
           MOVE ZERO TO WS-CONTA-UBI

           EXEC SQL
               OPEN CUR-UBI-PICKING
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-UBI-PICKING
                   INTO :WS-UBI-CODICE, :WS-UBI-ZONA, :WS-UBI-QTA
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-CONTA-UBI

                   MOVE SPACES TO PICKING-RECORD
                   STRING "    Ubicazione: " WS-UBI-CODICE
                          DELIMITED BY SIZE INTO PICKING-RECORD

                   IF WS-UBI-ZONA = 'P'
                       STRING PICKING-RECORD(1:26) "  (PICKING)"
                              DELIMITED BY SIZE INTO PICKING-RECORD
                   ELSE
                       STRING PICKING-RECORD(1:26) "  (SCORTA) "
                              DELIMITED BY SIZE INTO PICKING-RECORD
                   END-IF

                   MOVE WS-UBI-QTA TO WS-QUANTITA-EDIT
                   STRING PICKING-RECORD(1:37)
                          "  Presente: " WS-QUANTITA-EDIT
                          DELIMITED BY SIZE INTO PICKING-RECORD
                   WRITE PICKING-RECORD
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-UBI-PICKING
           END-EXEC

           IF WS-CONTA-UBI = 0
               MOVE SPACES TO PICKING-RECORD
               STRING "    *** NESSUNA UBICAZIONE CON GIACENZA - "
                      "VERIFICARE " WS-ART-UBICAZIONE " ***"
                      DELIMITED BY SIZE INTO PICKING-RECORD
               WRITE PICKING-RECORD
           END-IF.

      * Dettaglia i lotti FIFO da cui prelevare la riga corrente:
      * richiede WS-ART-CODICE e WS-PICK-QTA-DA-PRELEVARE valorizzati
       SCRIVI-LOTTI-PICKING.
           EXEC SQL
               OPEN CUR-LOTTI-FIFO
           END-EXEC

           PERFORM UNTIL WS-PICK-QTA-DA-PRELEVARE = 0
                   OR SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-LOTTI-FIFO
                   INTO :WS-LOT-ID, :WS-LOT-NUMERO,
                        :WS-LOT-QTA-RES, :WS-LOT-PREZZO,
                        :WS-LOT-DATA
               END-EXEC

               IF SQLCODE = 0
                   IF WS-LOT-QTA-RES >= WS-PICK-QTA-DA-PRELEVARE
                       MOVE WS-PICK-QTA-DA-PRELEVARE
                           TO WS-PICK-QTA-LOTTO
                       MOVE ZERO TO WS-PICK-QTA-DA-PRELEVARE
                   ELSE
                       MOVE WS-LOT-QTA-RES TO WS-PICK-QTA-LOTTO
                       SUBTRACT WS-LOT-QTA-RES
                           FROM WS-PICK-QTA-DA-PRELEVARE
                   END-IF

                   STRING "    Lotto: " WS-LOT-NUMERO
                          DELIMITED BY SIZE INTO PICKING-RECORD

                   MOVE WS-LOT-QTA-RES TO WS-QUANTITA-EDIT
                   STRING PICKING-RECORD(1:31)
                          "  Residuo: " WS-QUANTITA-EDIT
                          DELIMITED BY SIZE INTO PICKING-RECORD

                   MOVE WS-PICK-QTA-LOTTO TO WS-QUANTITA-EDIT
                   STRING PICKING-RECORD(1:55)
                          "  Da prelevare: " WS-QUANTITA-EDIT
                          DELIMITED BY SIZE INTO PICKING-RECORD
                   WRITE PICKING-RECORD
               END-IF
           END-PERFORM

           IF WS-PICK-QTA-DA-PRELEVARE > 0
               MOVE WS-PICK-QTA-DA-PRELEVARE TO WS-QUANTITA-EDIT
               STRING "    *** LOTTI INSUFFICIENTI PER "
                      WS-QUANTITA-EDIT " ***"
                      DELIMITED BY SIZE INTO PICKING-RECORD
               WRITE PICKING-RECORD
           END-IF

           EXEC SQL
               CLOSE CUR-LOTTI-FIFO
           END-EXEC.

       STATO-ORDINE-VENDITA.
           DISPLAY " "
           DISPLAY "=== STATO ORDINE CLIENTE ==="

           DISPLAY "Numero ordine: " WITH NO ADVANCING
           ACCEPT WS-OV-NUMERO

           EXEC SQL
               SELECT o.data_ordine, o.stato_ordine,
                      c.ragione_sociale, o.totale_ordine
               INTO :WS-OV-DATA, :WS-OV-STATO,
                    :WS-MOV-CAUSALE, :WS-OV-TOTALE
               FROM ORDINI_VENDITA o
               JOIN CLIENTI c ON o.codice_cliente = c.codice_cliente
               WHERE o.numero_ordine = :WS-OV-NUMERO
           END-EXEC

           IF SQLCODE = 100
               DISPLAY "Ordine non trovato!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY " "
           DISPLAY "Ordine: " WS-OV-NUMERO
           DISPLAY "Data: " WS-OV-DATA
           DISPLAY "Cliente: " WS-MOV-CAUSALE
           MOVE WS-OV-TOTALE TO WS-IMPORTO-EDIT
           DISPLAY "Totale: EUR " WS-IMPORTO-EDIT

           EVALUATE WS-OV-STATO
               WHEN 'A'
                   DISPLAY "Stato: APERTO"
               WHEN 'P'
                   DISPLAY "Stato: PARZIALMENTE EVASO"
               WHEN 'E'
                   DISPLAY "Stato: EVASO"
               WHEN 'B'
                   DISPLAY "Stato: BLOCCATO AMMINISTRATIVO (FIDO)"
           END-EVALUATE.

       REPORT-INVENTARIO.
           DISPLAY " "
           DISPLAY "=== REPORT INVENTARIO FISICO ==="

           PERFORM GENERA-DATA-STAMP
           STRING "REPORT-INVENTARIO-" WS-DATA-STAMP ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-INVENTARIO

           OPEN OUTPUT INVENTARIO-FILE

           WRITE INVENTARIO-RECORD FROM
               "LISTA INVENTARIO FISICO"
           MOVE ALL "=" TO INVENTARIO-RECORD
           WRITE INVENTARIO-RECORD
           
           STRING "Data: " FUNCTION CURRENT-DATE(1:10)
                  "    Ora: " FUNCTION CURRENT-DATE(12:8)
                  DELIMITED BY SIZE INTO INVENTARIO-RECORD
           WRITE INVENTARIO-RECORD
           WRITE INVENTARIO-RECORD FROM SPACES
           
           WRITE INVENTARIO-RECORD FROM
               "CODICE      DESCRIZIONE                     " &
               "UB.   QTA TEORICA  QTA RILEVATA  DIFFERENZA"
           MOVE ALL "-" TO INVENTARIO-RECORD
           WRITE INVENTARIO-RECORD
           
           EXEC SQL
               DECLARE CUR-INVENTARIO CURSOR FOR
               SELECT a.codice_articolo, a.descrizione,
                      a.ubicazione, g.quantita_disponibile,
                      a.unita_misura
               FROM ARTICOLI a
               JOIN GIACENZE g ON a.codice_articolo = g.codice_articolo
                   AND g.codice_magazzino = :WS-MAGAZZINO-DEFAULT
               WHERE a.stato = 'A'
               ORDER BY a.ubicazione, a.codice_articolo
           END-EXEC
           
           EXEC SQL
               OPEN CUR-INVENTARIO
           END-EXEC
           
           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-INVENTARIO
                   INTO :WS-ART-CODICE, :WS-ART-DESCRIZIONE,
                        :WS-ART-UBICAZIONE, :WS-GIA-DISPONIBILE,
                        :WS-ART-UM
               END-EXEC
               
               IF SQLCODE = 0
                   STRING WS-ART-CODICE " " 
                          WS-ART-DESCRIZIONE(1:30) " "
                          WS-ART-UBICAZIONE(1:5)
                          DELIMITED BY SIZE INTO INVENTARIO-RECORD
                   
                   MOVE WS-GIA-DISPONIBILE TO WS-QUANTITA-EDIT
                   STRING INVENTARIO-RECORD(1:50) 
                          WS-QUANTITA-EDIT
                          " ____________  ____________"
                          DELIMITED BY SIZE INTO INVENTARIO-RECORD
                   
                   WRITE INVENTARIO-RECORD
               END-IF
           END-PERFORM
           
           EXEC SQL
               CLOSE CUR-INVENTARIO
           END-EXEC
           
           WRITE INVENTARIO-RECORD FROM SPACES
           MOVE ALL "-" TO INVENTARIO-RECORD
           WRITE INVENTARIO-RECORD
           
      * Giacenze presso terzi in conto deposito: non si contano in
      * casa ma vanno riportate a inventario
           WRITE INVENTARIO-RECORD FROM SPACES
           WRITE INVENTARIO-RECORD FROM
               "MERCE IN CONTO DEPOSITO PRESSO CLIENTI:"

           EXEC SQL
               OPEN CUR-CONTO-DEPOSITO
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-CONTO-DEPOSITO
                   INTO :WS-CDP-CLIENTE, :WS-CDP-RAGIONE,
                        :WS-ART-CODICE, :WS-ART-DESCRIZIONE,
                        :WS-CDP-QTA, :WS-CDP-VALORE
               END-EXEC

               IF SQLCODE = 0
                   MOVE SPACES TO INVENTARIO-RECORD
                   MOVE WS-CDP-QTA TO WS-QUANTITA-EDIT
                   STRING "  " WS-CDP-CLIENTE " "
                          WS-ART-CODICE " "
                          WS-ART-DESCRIZIONE(1:28) " "
                          WS-QUANTITA-EDIT
                          DELIMITED BY SIZE
                          INTO INVENTARIO-RECORD
                   WRITE INVENTARIO-RECORD
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-CONTO-DEPOSITO
           END-EXEC

           WRITE INVENTARIO-RECORD FROM SPACES
           WRITE INVENTARIO-RECORD FROM
               "Rilevato da: ________________  " &
               "Data: ________  Firma: ________________"

           CLOSE INVENTARIO-FILE

           DISPLAY "Report salvato in " WS-NOME-FILE-INVENTARIO.

       REPORT-PERFORMANCE-FORNITORI.
           DISPLAY " "
           DISPLAY "=== REPORT PERFORMANCE CONSEGNE FORNITORI ==="
           DISPLAY " "

           PERFORM GENERA-DATA-STAMP
           STRING "PERF-FORNITORI-" WS-DATA-STAMP ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-PERF

           OPEN OUTPUT PERF-REPORT-FILE

           WRITE PERF-REPORT-RECORD FROM
               "REPORT PERFORMANCE CONSEGNE FORNITORI"
           MOVE ALL "=" TO PERF-REPORT-RECORD
           WRITE PERF-REPORT-RECORD

           STRING "Data: " FUNCTION CURRENT-DATE(1:10)
                  "    Ora: " FUNCTION CURRENT-DATE(12:8)
                  DELIMITED BY SIZE INTO PERF-REPORT-RECORD
           WRITE PERF-REPORT-RECORD
           WRITE PERF-REPORT-RECORD FROM SPACES

           WRITE PERF-REPORT-RECORD FROM
               "FORNITORE  RAGIONE SOCIALE                " &
               "LEAD MEDIO GG  FILL RATE %  RIGHE PARZIALI"
           MOVE ALL "-" TO PERF-REPORT-RECORD
           WRITE PERF-REPORT-RECORD

           MOVE ZERO TO WS-CONTA-FORN-PERF

           EXEC SQL
               OPEN CUR-PERF-FORNITORI
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-PERF-FORNITORI
                   INTO :WS-PERF-FORNITORE, :WS-PERF-RAGIONE,
                        :WS-PERF-LEAD-MEDIO, :WS-PERF-QTA-ORDINATA,
                        :WS-PERF-QTA-RICEVUTA,
                        :WS-PERF-RIGHE-PARZIALI
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-CONTA-FORN-PERF

                   IF WS-PERF-QTA-ORDINATA > 0
                       COMPUTE WS-PERF-FILL-RATE ROUNDED =
                           WS-PERF-QTA-RICEVUTA /
                           WS-PERF-QTA-ORDINATA * 100
                   ELSE
                       MOVE ZERO TO WS-PERF-FILL-RATE
                   END-IF

                   STRING WS-PERF-FORNITORE "   "
                          WS-PERF-RAGIONE(1:30)
                          DELIMITED BY SIZE
                          INTO PERF-REPORT-RECORD

                   MOVE WS-PERF-LEAD-MEDIO TO WS-LEAD-EDIT
                   STRING PERF-REPORT-RECORD(1:43)
                          WS-LEAD-EDIT
                          DELIMITED BY SIZE
                          INTO PERF-REPORT-RECORD

                   MOVE WS-PERF-FILL-RATE TO WS-PERC-FILL-EDIT
                   MOVE WS-PERF-RIGHE-PARZIALI TO WS-NUMERO-EDIT
                   STRING PERF-REPORT-RECORD(1:58)
                          WS-PERC-FILL-EDIT
                          "       " WS-NUMERO-EDIT
                          DELIMITED BY SIZE
                          INTO PERF-REPORT-RECORD
                   WRITE PERF-REPORT-RECORD

                   DISPLAY WS-PERF-FORNITORE " - "
                           WS-PERF-RAGIONE(1:30)
                   MOVE WS-PERF-LEAD-MEDIO TO WS-LEAD-EDIT
                   DISPLAY "  Lead time medio (gg): " WS-LEAD-EDIT
                   MOVE WS-PERF-FILL-RATE TO WS-PERC-FILL-EDIT
                   DISPLAY "  Fill rate: " WS-PERC-FILL-EDIT "%"
                   MOVE WS-PERF-RIGHE-PARZIALI TO WS-NUMERO-EDIT
                   DISPLAY "  Righe parzialmente ricevute: "
                           WS-NUMERO-EDIT
                   DISPLAY " "
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-PERF-FORNITORI
           END-EXEC

           WRITE PERF-REPORT-RECORD FROM SPACES
           MOVE ALL "-" TO PERF-REPORT-RECORD
           WRITE PERF-REPORT-RECORD

           MOVE WS-CONTA-FORN-PERF TO WS-NUMERO-EDIT
           STRING "Fornitori analizzati: " WS-NUMERO-EDIT
                  DELIMITED BY SIZE INTO PERF-REPORT-RECORD
           WRITE PERF-REPORT-RECORD

      * Archivio non conformita' da collaudo, per fornitore
           WRITE PERF-REPORT-RECORD FROM SPACES
           WRITE PERF-REPORT-RECORD FROM
               "NON CONFORMITA' DA COLLAUDO PER FORNITORE"
           WRITE PERF-REPORT-RECORD FROM
               "FORNITORE  RAGIONE SOCIALE                " &
               "ESITO       CASI       QUANTITA"
           MOVE ALL "-" TO PERF-REPORT-RECORD
           WRITE PERF-REPORT-RECORD

           EXEC SQL
               OPEN CUR-NC-FORNITORI
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-NC-FORNITORI
                   INTO :WS-CQ-FORNITORE, :WS-CQ-RAGIONE,
                        :WS-CQ-ESITO, :WS-CONTA-CQ, :WS-CQ-QTA
               END-EXEC

               IF SQLCODE = 0
                   MOVE SPACES TO PERF-REPORT-RECORD
                   STRING WS-CQ-FORNITORE "   "
                          WS-CQ-RAGIONE(1:30)
                          DELIMITED BY SIZE
                          INTO PERF-REPORT-RECORD

                   IF WS-CQ-ESITO = 'S'
                       STRING PERF-REPORT-RECORD(1:43) "SCARTO "
                              DELIMITED BY SIZE
                              INTO PERF-REPORT-RECORD
                   ELSE
                       STRING PERF-REPORT-RECORD(1:43) "RESO   "
                              DELIMITED BY SIZE
                              INTO PERF-REPORT-RECORD
                   END-IF

                   MOVE WS-CONTA-CQ TO WS-NUMERO-EDIT
                   MOVE WS-CQ-QTA TO WS-QUANTITA-EDIT
                   STRING PERF-REPORT-RECORD(1:52)
                          WS-NUMERO-EDIT "  " WS-QUANTITA-EDIT
                          DELIMITED BY SIZE
                          INTO PERF-REPORT-RECORD
                   WRITE PERF-REPORT-RECORD
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-NC-FORNITORI
           END-EXEC

           CLOSE PERF-REPORT-FILE

           DISPLAY "Report salvato in " WS-NOME-FILE-PERF.

       TRACCIABILITA-LOTTO.
           DISPLAY " "
           DISPLAY "=== TRACCIABILITA' LOTTO (RICHIAMO) ==="

           DISPLAY "Numero lotto richiamato: " WITH NO ADVANCING
           ACCEPT WS-LOT-NUMERO

           MOVE 'N' TO WS-ARC-STORICO
           DISPLAY "Leggere anche l'archivio storico movimenti "
                   "(S/N): " WITH NO ADVANCING
           ACCEPT WS-ARC-STORICO
           IF WS-ARC-STORICO = 's'
               MOVE 'S' TO WS-ARC-STORICO
           END-IF

           MOVE ZERO TO WS-CONTA-LOTTI-TRC
           MOVE ZERO TO WS-CONTA-SCARICHI-TRC
           MOVE ZERO TO WS-CONTA-CLIENTI-TRC

           PERFORM GENERA-DATA-STAMP
           STRING "RICHIAMO-LOTTO-" WS-DATA-STAMP ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-RICHIAMO

           OPEN OUTPUT RICHIAMO-FILE

           WRITE RICHIAMO-RECORD FROM
               "REPORT TRACCIABILITA' LOTTO PER RICHIAMO"
           MOVE ALL "=" TO RICHIAMO-RECORD
           WRITE RICHIAMO-RECORD

           MOVE SPACES TO RICHIAMO-RECORD
           STRING "Lotto: " WS-LOT-NUMERO
                  "    Data report: " FUNCTION CURRENT-DATE(1:10)
                  DELIMITED BY SIZE INTO RICHIAMO-RECORD
           WRITE RICHIAMO-RECORD
           WRITE RICHIAMO-RECORD FROM SPACES

           EXEC SQL
               OPEN CUR-LOTTI-RICHIAMO
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-LOTTI-RICHIAMO
                   INTO :WS-LOT-ID, :WS-ART-CODICE,
                        :WS-ART-DESCRIZIONE, :WS-LOT-DATA,
                        :WS-LOT-QTA-INI, :WS-LOT-QTA-RES
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-CONTA-LOTTI-TRC
                   PERFORM SCRIVI-TRACCIA-LOTTO
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-LOTTI-RICHIAMO
           END-EXEC

           IF WS-CONTA-LOTTI-TRC = 0
               WRITE RICHIAMO-RECORD FROM
                   "NESSUN LOTTO TROVATO CON QUESTO NUMERO"
               DISPLAY "Lotto non trovato!"
           END-IF

           WRITE RICHIAMO-RECORD FROM SPACES
           MOVE ALL "-" TO RICHIAMO-RECORD
           WRITE RICHIAMO-RECORD

           MOVE SPACES TO RICHIAMO-RECORD
           MOVE WS-CONTA-SCARICHI-TRC TO WS-NUMERO-EDIT
           STRING "Scarichi nel periodo:          " WS-NUMERO-EDIT
                  DELIMITED BY SIZE INTO RICHIAMO-RECORD
           WRITE RICHIAMO-RECORD

           MOVE SPACES TO RICHIAMO-RECORD
           MOVE WS-CONTA-CLIENTI-TRC TO WS-NUMERO-EDIT
           STRING "Spedizioni clienti coinvolte:  " WS-NUMERO-EDIT
                  DELIMITED BY SIZE INTO RICHIAMO-RECORD
           WRITE RICHIAMO-RECORD

           CLOSE RICHIAMO-FILE

           DISPLAY "Report salvato in " WS-NOME-FILE-RICHIAMO.

      * Scrive la traccia del lotto corrente: scarichi dell'articolo
      * dalla data di carico del lotto e clienti che possono averlo
      * ricevuto nelle spedizioni della stessa finestra temporale
       SCRIVI-TRACCIA-LOTTO.
           MOVE SPACES TO RICHIAMO-RECORD
           STRING "ARTICOLO: " WS-ART-CODICE " - "
                  WS-ART-DESCRIZIONE(1:40)
                  DELIMITED BY SIZE INTO RICHIAMO-RECORD
           WRITE RICHIAMO-RECORD

           MOVE SPACES TO RICHIAMO-RECORD
           MOVE WS-LOT-QTA-INI TO WS-QUANTITA-EDIT
           STRING "Caricato il: " WS-LOT-DATA
                  "   Qta iniziale: " WS-QUANTITA-EDIT
                  DELIMITED BY SIZE INTO RICHIAMO-RECORD

           MOVE WS-LOT-QTA-RES TO WS-QUANTITA-EDIT
           STRING RICHIAMO-RECORD(1:55)
                  "   Qta residua in magazzino: " WS-QUANTITA-EDIT
                  DELIMITED BY SIZE INTO RICHIAMO-RECORD
           WRITE RICHIAMO-RECORD
           WRITE RICHIAMO-RECORD FROM SPACES

           WRITE RICHIAMO-RECORD FROM
               "SCARICHI DELL'ARTICOLO DAL CARICO DEL LOTTO:"

           EXEC SQL
               OPEN CUR-SC-LOTTO
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-SC-LOTTO
                   INTO :WS-TRC-DATA, :WS-TRC-DOCUMENTO,
                        :WS-TRC-QUANTITA, :WS-TRC-CAUSALE
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-CONTA-SCARICHI-TRC

                   MOVE SPACES TO RICHIAMO-RECORD
                   MOVE WS-TRC-QUANTITA TO WS-QUANTITA-EDIT
                   STRING "  " WS-TRC-DATA "  "
                          WS-TRC-DOCUMENTO(1:20) "  "
                          WS-QUANTITA-EDIT "  "
                          WS-TRC-CAUSALE(1:40)
                          DELIMITED BY SIZE INTO RICHIAMO-RECORD
                   WRITE RICHIAMO-RECORD
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-SC-LOTTO
           END-EXEC

      * Modalita' storica: scarichi degli esercizi archiviati
           IF WS-ARC-STORICO = 'S'
               EXEC SQL
                   OPEN CUR-SC-LOTTO-ARC
               END-EXEC

               PERFORM UNTIL SQLCODE NOT = 0
                   EXEC SQL
                       FETCH CUR-SC-LOTTO-ARC
                       INTO :WS-TRC-DATA, :WS-TRC-DOCUMENTO,
                            :WS-TRC-QUANTITA, :WS-TRC-CAUSALE
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-CONTA-SCARICHI-TRC

                       MOVE SPACES TO RICHIAMO-RECORD
                       MOVE WS-TRC-QUANTITA TO WS-QUANTITA-EDIT
                       STRING "  " WS-TRC-DATA "  "
                              WS-TRC-DOCUMENTO(1:20) "  "
                              WS-QUANTITA-EDIT "  "
                              WS-TRC-CAUSALE(1:30)
                              " (ARCHIVIO)"
                              DELIMITED BY SIZE
                              INTO RICHIAMO-RECORD
                       WRITE RICHIAMO-RECORD
                   END-IF
               END-PERFORM

               EXEC SQL
                   CLOSE CUR-SC-LOTTO-ARC
               END-EXEC
           END-IF

           WRITE RICHIAMO-RECORD FROM SPACES
           WRITE RICHIAMO-RECORD FROM
               "CLIENTI CHE POSSONO AVER RICEVUTO IL LOTTO:"

           EXEC SQL
               OPEN CUR-CLIENTI-LOTTO
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-CLIENTI-LOTTO
                   INTO :WS-TRC-CLIENTE, :WS-TRC-RAGIONE,
                        :WS-TRC-DOCUMENTO, :WS-TRC-QUANTITA,
                        :WS-TRC-DATA
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-CONTA-CLIENTI-TRC

                   MOVE SPACES TO RICHIAMO-RECORD
                   MOVE WS-TRC-QUANTITA TO WS-QUANTITA-EDIT
                   STRING "  " WS-TRC-CLIENTE "  "
                          WS-TRC-RAGIONE(1:30) "  "
                          WS-TRC-DATA "  "
                          WS-QUANTITA-EDIT "  Ordine: "
                          WS-TRC-DOCUMENTO(1:30)
                          DELIMITED BY SIZE INTO RICHIAMO-RECORD
                   WRITE RICHIAMO-RECORD

                   DISPLAY "  " WS-TRC-CLIENTE " - "
                           WS-TRC-RAGIONE(1:30) " il "
                           WS-TRC-DATA
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-CLIENTI-LOTTO
           END-EXEC

           WRITE RICHIAMO-RECORD FROM SPACES.

       REPORT-SLOW-MOVER.
           DISPLAY " "
           DISPLAY "=== REPORT ARTICOLI A LENTA ROTAZIONE ==="
           DISPLAY " "

           PERFORM GENERA-DATA-STAMP
           STRING "SLOW-MOVER-" WS-DATA-STAMP ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-SLOW

           MOVE ZERO TO WS-SLOW-CONTA-90
           MOVE ZERO TO WS-SLOW-CONTA-180
           MOVE ZERO TO WS-SLOW-CONTA-365
           MOVE ZERO TO WS-SLOW-VALORE-90
           MOVE ZERO TO WS-SLOW-VALORE-180
           MOVE ZERO TO WS-SLOW-VALORE-365

           OPEN OUTPUT SLOW-REPORT-FILE

           WRITE SLOW-REPORT-RECORD FROM
               "REPORT ARTICOLI A LENTA ROTAZIONE"
           MOVE ALL "=" TO SLOW-REPORT-RECORD
           WRITE SLOW-REPORT-RECORD

           STRING "Data: " FUNCTION CURRENT-DATE(1:10)
                  "    Ora: " FUNCTION CURRENT-DATE(12:8)
                  DELIMITED BY SIZE INTO SLOW-REPORT-RECORD
           WRITE SLOW-REPORT-RECORD
           WRITE SLOW-REPORT-RECORD FROM SPACES

           WRITE SLOW-REPORT-RECORD FROM
               "CODICE      DESCRIZIONE                    " &
               "CAT  GG FERMO  VALORE IMMOB.  COPERT. MESI"
           MOVE ALL "-" TO SLOW-REPORT-RECORD
           WRITE SLOW-REPORT-RECORD

           EXEC SQL
               OPEN CUR-SLOW-MOVER
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-SLOW-MOVER
                   INTO :WS-ART-CODICE, :WS-ART-DESCRIZIONE,
                        :WS-ART-CATEGORIA, :WS-GIA-DISPONIBILE,
                        :WS-GIA-VAL-MEDIO, :WS-SLOW-GIORNI,
                        :WS-SLOW-CONSUMO-12M
               END-EXEC

               IF SQLCODE = 0
                   COMPUTE WS-SLOW-VALORE =
                       WS-GIA-DISPONIBILE * WS-GIA-VAL-MEDIO

                   EVALUATE TRUE
                       WHEN WS-SLOW-GIORNI >= 365
                           ADD 1 TO WS-SLOW-CONTA-365
                           ADD WS-SLOW-VALORE TO WS-SLOW-VALORE-365
                       WHEN WS-SLOW-GIORNI >= 180
                           ADD 1 TO WS-SLOW-CONTA-180
                           ADD WS-SLOW-VALORE TO WS-SLOW-VALORE-180
                       WHEN OTHER
                           ADD 1 TO WS-SLOW-CONTA-90
                           ADD WS-SLOW-VALORE TO WS-SLOW-VALORE-90
                   END-EVALUATE

                   MOVE SPACES TO SLOW-REPORT-RECORD
                   STRING WS-ART-CODICE " "
                          WS-ART-DESCRIZIONE(1:30)
                          DELIMITED BY SIZE
                          INTO SLOW-REPORT-RECORD

                   STRING SLOW-REPORT-RECORD(1:43)
                          WS-ART-CATEGORIA
                          DELIMITED BY SIZE
                          INTO SLOW-REPORT-RECORD

                   MOVE WS-SLOW-GIORNI TO WS-NUMERO-EDIT
                   STRING SLOW-REPORT-RECORD(1:48)
                          WS-NUMERO-EDIT
                          DELIMITED BY SIZE
                          INTO SLOW-REPORT-RECORD

                   MOVE WS-SLOW-VALORE TO WS-IMPORTO-EDIT
                   STRING SLOW-REPORT-RECORD(1:56)
                          "  " WS-IMPORTO-EDIT
                          DELIMITED BY SIZE
                          INTO SLOW-REPORT-RECORD

      * Copertura in mesi al consumo medio degli ultimi 12 mesi
                   IF WS-SLOW-CONSUMO-12M > 0
                       COMPUTE WS-SLOW-COPERTURA ROUNDED =
                           WS-GIA-DISPONIBILE /
                           (WS-SLOW-CONSUMO-12M / 12)
                       MOVE WS-SLOW-COPERTURA TO WS-COPERTURA-EDIT
                       STRING SLOW-REPORT-RECORD(1:73)
                              "  " WS-COPERTURA-EDIT
                              DELIMITED BY SIZE
                              INTO SLOW-REPORT-RECORD
                   ELSE
                       STRING SLOW-REPORT-RECORD(1:73)
                              "  SENZA CONSUMO"
                              DELIMITED BY SIZE
                              INTO SLOW-REPORT-RECORD
                   END-IF
                   WRITE SLOW-REPORT-RECORD
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-SLOW-MOVER
           END-EXEC

           WRITE SLOW-REPORT-RECORD FROM SPACES
           MOVE ALL "-" TO SLOW-REPORT-RECORD
           WRITE SLOW-REPORT-RECORD

           WRITE SLOW-REPORT-RECORD FROM
               "RIEPILOGO PER FASCIA DI ANZIANITA':"

           MOVE WS-SLOW-CONTA-90 TO WS-NUMERO-EDIT
           MOVE WS-SLOW-VALORE-90 TO WS-IMPORTO-EDIT
           STRING "  Fermi da 90-179 gg:  " WS-NUMERO-EDIT
                  " articoli - EUR " WS-IMPORTO-EDIT
                  DELIMITED BY SIZE INTO SLOW-REPORT-RECORD
           WRITE SLOW-REPORT-RECORD

           MOVE WS-SLOW-CONTA-180 TO WS-NUMERO-EDIT
           MOVE WS-SLOW-VALORE-180 TO WS-IMPORTO-EDIT
           STRING "  Fermi da 180-364 gg: " WS-NUMERO-EDIT
                  " articoli - EUR " WS-IMPORTO-EDIT
                  DELIMITED BY SIZE INTO SLOW-REPORT-RECORD
           WRITE SLOW-REPORT-RECORD

           MOVE WS-SLOW-CONTA-365 TO WS-NUMERO-EDIT
           MOVE WS-SLOW-VALORE-365 TO WS-IMPORTO-EDIT
           STRING "  Fermi da 365+ gg:    " WS-NUMERO-EDIT
                  " articoli - EUR " WS-IMPORTO-EDIT
                  DELIMITED BY SIZE INTO SLOW-REPORT-RECORD
           WRITE SLOW-REPORT-RECORD

           CLOSE SLOW-REPORT-FILE

           MOVE WS-SLOW-CONTA-90 TO WS-NUMERO-EDIT
           DISPLAY "Articoli fermi 90-179 gg:  " WS-NUMERO-EDIT
           MOVE WS-SLOW-CONTA-180 TO WS-NUMERO-EDIT
           DISPLAY "Articoli fermi 180-364 gg: " WS-NUMERO-EDIT
           MOVE WS-SLOW-CONTA-365 TO WS-NUMERO-EDIT
           DISPLAY "Articoli fermi 365+ gg:    " WS-NUMERO-EDIT
           DISPLAY "Report salvato in " WS-NOME-FILE-SLOW.

       ANALISI-ABC.
           DISPLAY " "
           DISPLAY "=== ANALISI ABC ARTICOLI ==="
           DISPLAY " "

           PERFORM GENERA-DATA-STAMP
           STRING "ANALISI-ABC-" WS-DATA-STAMP ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-ABC

           OPEN OUTPUT ABC-REPORT-FILE

           WRITE ABC-REPORT-RECORD FROM
               "REPORT ANALISI ABC ARTICOLI"
           MOVE ALL "=" TO ABC-REPORT-RECORD
           WRITE ABC-REPORT-RECORD

           STRING "Data: " FUNCTION CURRENT-DATE(1:10)
                  "    Ora: " FUNCTION CURRENT-DATE(12:8)
                  DELIMITED BY SIZE INTO ABC-REPORT-RECORD
           WRITE ABC-REPORT-RECORD
           WRITE ABC-REPORT-RECORD FROM SPACES

           EXEC SQL
               CREATE TEMP TABLE ANALISI_ABC AS
               SELECT a.codice_articolo, a.descrizione,
                      g.quantita_disponibile,
                      g.valore_medio,
                      (g.quantita_disponibile * g.valore_medio)
                          as valore_tot,
                      0.0 as percentuale,
                      0.0 as perc_cumulata,
                      ' ' as classe
               FROM ARTICOLI a
               JOIN GIACENZE g ON a.codice_articolo = g.codice_articolo
                   AND g.codice_magazzino = :WS-MAGAZZINO-DEFAULT
               WHERE a.stato = 'A'
               AND g.quantita_disponibile > 0
               ORDER BY valore_tot DESC
           END-EXEC
           
      * Calcola totale e percentuali
           EXEC SQL
               SELECT SUM(valore_tot)
               INTO :WS-VALORE-MAGAZZINO
               FROM ANALISI_ABC
           END-EXEC
           
           EXEC SQL
               UPDATE ANALISI_ABC
               SET percentuale =
                   (valore_tot / :WS-VALORE-MAGAZZINO) * 100
           END-EXEC
           
      * Calcola percentuali cumulate e classi ABC
           EXEC SQL
               UPDATE ANALISI_ABC a1
               SET perc_cumulata = (
                   SELECT SUM(a2.percentuale)
                   FROM ANALISI_ABC a2
                   WHERE a2.valore_tot >= a1.valore_tot
               ),
               classe = CASE
                   WHEN perc_cumulata <= 80 THEN 'A'
                   WHEN perc_cumulata <= 95 THEN 'B'
                   ELSE 'C'
               END
           END-EXEC
           
           DISPLAY "CLASSE A - Alto valore (80% del valore)"
           DISPLAY ALL "-"

           WRITE ABC-REPORT-RECORD FROM
               "CLASSE A - Alto valore (80% del valore)"
           MOVE ALL "-" TO ABC-REPORT-RECORD
           WRITE ABC-REPORT-RECORD

           EXEC SQL
               DECLARE CUR-ABC-A CURSOR FOR
               SELECT codice_articolo, descrizione,
                      valore_tot, percentuale, perc_cumulata
               FROM ANALISI_ABC
               WHERE classe = 'A'
               ORDER BY valore_tot DESC
           END-EXEC
           
           EXEC SQL
               OPEN CUR-ABC-A
           END-EXEC
           
           MOVE ZERO TO WS-CONTA-ARTICOLI
           
           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-ABC-A
                   INTO :WS-ART-CODICE, :WS-ART-DESCRIZIONE,
                        :WS-VALORE-TOT, :WS-ALIQUOTA,
                        :WS-VALORE-MEDIO
               END-EXEC
               
               IF SQLCODE = 0
                   ADD 1 TO WS-CONTA-ARTICOLI
                   
                   DISPLAY WS-ART-CODICE " - " 
                           WS-ART-DESCRIZIONE(1:35)
                   
                   MOVE WS-VALORE-TOT TO WS-IMPORTO-EDIT
                   MOVE WS-ALIQUOTA TO WS-PERC-EDIT
                   DISPLAY "  Valore: EUR " WS-IMPORTO-EDIT
                           "  (" WS-PERC-EDIT "%)"

                   STRING WS-ART-CODICE " "
                          WS-ART-DESCRIZIONE(1:40)
                          DELIMITED BY SIZE INTO ABC-REPORT-RECORD
                   WRITE ABC-REPORT-RECORD

                   STRING "  Valore: EUR " WS-IMPORTO-EDIT
                          "  (" WS-PERC-EDIT "%)"
                          DELIMITED BY SIZE INTO ABC-REPORT-RECORD
                   WRITE ABC-REPORT-RECORD
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-ABC-A
           END-EXEC

           MOVE WS-CONTA-ARTICOLI TO WS-NUMERO-EDIT
           DISPLAY " "
           DISPLAY "Articoli classe A: " WS-NUMERO-EDIT
           DISPLAY " "

           WRITE ABC-REPORT-RECORD FROM SPACES
           STRING "Articoli classe A: " WS-NUMERO-EDIT
                  DELIMITED BY SIZE INTO ABC-REPORT-RECORD
           WRITE ABC-REPORT-RECORD
           WRITE ABC-REPORT-RECORD FROM SPACES

           DISPLAY "CLASSE B - Medio valore (15% del valore)"
           DISPLAY ALL "-"

           EXEC SQL
               SELECT COUNT(*), SUM(valore_tot)
               INTO :WS-CONTA-ARTICOLI, :WS-VALORE-TOT
               FROM ANALISI_ABC
               WHERE classe = 'B'
           END-EXEC

           MOVE WS-CONTA-ARTICOLI TO WS-NUMERO-EDIT
           MOVE WS-VALORE-TOT TO WS-IMPORTO-EDIT
           DISPLAY "Articoli: " WS-NUMERO-EDIT
                   "  Valore totale: EUR " WS-IMPORTO-EDIT

           WRITE ABC-REPORT-RECORD FROM
               "CLASSE B - Medio valore (15% del valore)"
           MOVE ALL "-" TO ABC-REPORT-RECORD
           WRITE ABC-REPORT-RECORD
           STRING "Articoli: " WS-NUMERO-EDIT
                  "  Valore totale: EUR " WS-IMPORTO-EDIT
                  DELIMITED BY SIZE INTO ABC-REPORT-RECORD
           WRITE ABC-REPORT-RECORD
           WRITE ABC-REPORT-RECORD FROM SPACES
           DISPLAY " "
           
           DISPLAY "CLASSE C - Basso valore (5% del valore)"
           DISPLAY ALL "-"
           
           EXEC SQL
               SELECT COUNT(*), SUM(valore_tot)
               INTO :WS-CONTA-ARTICOLI, :WS-VALORE-TOT
               FROM ANALISI_ABC
               WHERE classe = 'C'
           END-EXEC
           
           MOVE WS-CONTA-ARTICOLI TO WS-NUMERO-EDIT
           MOVE WS-VALORE-TOT TO WS-IMPORTO-EDIT
           DISPLAY "Articoli: " WS-NUMERO-EDIT
                   "  Valore totale: EUR " WS-IMPORTO-EDIT

           WRITE ABC-REPORT-RECORD FROM
               "CLASSE C - Basso valore (5% del valore)"
           MOVE ALL "-" TO ABC-REPORT-RECORD
           WRITE ABC-REPORT-RECORD
           STRING "Articoli: " WS-NUMERO-EDIT
                  "  Valore totale: EUR " WS-IMPORTO-EDIT
                  DELIMITED BY SIZE INTO ABC-REPORT-RECORD
           WRITE ABC-REPORT-RECORD

           CLOSE ABC-REPORT-FILE

           DISPLAY " "
           DISPLAY "Report salvato in " WS-NOME-FILE-ABC

      * Le classi calcolate restano sull'anagrafica: guidano il
      * piano di conteggio ciclico. Le classi cambiate vanno nel
      * registro modifiche prima di aggiornare gli articoli.
           EXEC SQL
               INSERT INTO AUDIT_ANAGRAFICHE
               (tabella, chiave, operazione, campo, valore_prima,
                valore_dopo, sensibile, operatore, programma,
                data_modifica)
               SELECT 'ARTICOLI', a.codice_articolo, 'U',
                      'classe_abc', CAST(a.classe_abc AS TEXT),
                      CAST(t.classe AS TEXT), 'N',
                      :WS-OPERATORE-CORRENTE, :WS-AUD-PROGRAMMA,
                      CURRENT_TIMESTAMP
               FROM ARTICOLI a
               JOIN ANALISI_ABC t
                 ON t.codice_articolo = a.codice_articolo
               WHERE a.classe_abc IS DISTINCT FROM t.classe
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "Errore registro modifiche classi ABC: "
                       SQLCODE
           END-IF

           EXEC SQL
               UPDATE ARTICOLI a
               SET classe_abc =
                   (SELECT t.classe FROM ANALISI_ABC t
                    WHERE t.codice_articolo = a.codice_articolo)
               WHERE EXISTS
                   (SELECT 1 FROM ANALISI_ABC t2
                    WHERE t2.codice_articolo = a.codice_articolo)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Errore salvataggio classi ABC: " SQLCODE
           END-IF

           EXEC SQL
               DROP TABLE ANALISI_ABC
           END-EXEC.

      ******************************************************************
      * Registro modifiche anagrafiche: immagine della riga prima e
      * dopo la modifica (WS-AUD-TABELLA, WS-AUD-CHIAVE), confronto
      * campo per campo e registrazione su AUDIT_ANAGRAFICHE;
      * consultazione per record e report periodico per i revisori
      ******************************************************************
       AUDIT-PRIMA.
           PERFORM LEGGI-IMMAGINE-AUDIT
           MOVE WS-AUD-IMMAGINE TO WS-AUD-PRIMA.

       AUDIT-DOPO.
           PERFORM LEGGI-IMMAGINE-AUDIT
           MOVE WS-AUD-IMMAGINE TO WS-AUD-DOPO
           PERFORM REGISTRA-AUDIT.

      * Riga corrente in JSON; spazi se il record non esiste
       LEGGI-IMMAGINE-AUDIT.
           MOVE SPACES TO WS-AUD-IMMAGINE

           EVALUATE WS-AUD-TABELLA
               WHEN "ARTICOLI"
                   EXEC SQL
                       SELECT CAST(row_to_json(t) AS TEXT)
                       INTO :WS-AUD-IMMAGINE
                       FROM ARTICOLI t
                       WHERE t.codice_articolo = TRIM(:WS-AUD-CHIAVE)
                   END-EXEC
               WHEN "CLIENTI"
                   EXEC SQL
                       SELECT CAST(row_to_json(t) AS TEXT)
                       INTO :WS-AUD-IMMAGINE
                       FROM CLIENTI t
                       WHERE t.codice_cliente = TRIM(:WS-AUD-CHIAVE)
                   END-EXEC
               WHEN "FORNITORI"
                   EXEC SQL
                       SELECT CAST(row_to_json(t) AS TEXT)
                       INTO :WS-AUD-IMMAGINE
                       FROM FORNITORI t
                       WHERE t.codice_fornitore =
                             TRIM(:WS-AUD-CHIAVE)
                   END-EXEC
               WHEN "LISTINI"
                   EXEC SQL
                       SELECT CAST(row_to_json(t) AS TEXT)
                       INTO :WS-AUD-IMMAGINE
                       FROM LISTINI t
                       WHERE TRIM(t.codice_articolo) || '/' ||
                             COALESCE(TRIM(t.codice_cliente),
                                      'TUTTI') || '/' ||
                             CAST(t.valido_dal AS CHAR(10)) =
                             TRIM(:WS-AUD-CHIAVE)
                       LIMIT 1
                   END-EXEC
           END-EVALUATE

           IF SQLCODE NOT = 0
               MOVE SPACES TO WS-AUD-IMMAGINE
           END-IF.

      * Un record per ogni campo cambiato tra le due immagini; le
      * password non sono mai scritte in chiaro
       REGISTRA-AUDIT.
           IF WS-AUD-PRIMA = WS-AUD-DOPO
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN WS-AUD-PRIMA = SPACES
                   MOVE 'I' TO WS-AUD-OPERAZIONE
               WHEN WS-AUD-DOPO = SPACES
                   MOVE 'D' TO WS-AUD-OPERAZIONE
               WHEN OTHER
                   MOVE 'U' TO WS-AUD-OPERAZIONE
           END-EVALUATE

           EXEC SQL
               INSERT INTO AUDIT_ANAGRAFICHE
               (tabella, chiave, operazione, campo, valore_prima,
                valore_dopo, sensibile, operatore, programma,
                data_modifica)
               SELECT TRIM(:WS-AUD-TABELLA), TRIM(:WS-AUD-CHIAVE),
                      :WS-AUD-OPERAZIONE, COALESCE(d.key, p.key),
                      CASE WHEN COALESCE(d.key, p.key)
                                LIKE '%password%'
                           THEN '********' ELSE p.value END,
                      CASE WHEN COALESCE(d.key, p.key)
                                LIKE '%password%'
                           THEN '********' ELSE d.value END,
                      CASE WHEN COALESCE(d.key, p.key) ~
                                TRIM(:WS-AUD-SENSIBILI)
                           THEN 'S' ELSE 'N' END,
                      :WS-OPERATORE-CORRENTE, :WS-AUD-PROGRAMMA,
                      CURRENT_TIMESTAMP
               FROM (SELECT key, value
                     FROM jsonb_each_text(CAST(NULLIF(
                          TRIM(:WS-AUD-PRIMA), '') AS JSONB))) p
               FULL OUTER JOIN
                    (SELECT key, value
                     FROM jsonb_each_text(CAST(NULLIF(
                          TRIM(:WS-AUD-DOPO), '') AS JSONB))) d
                 ON d.key = p.key
               WHERE p.value IS DISTINCT FROM d.value
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "Errore registro modifiche "
                       WS-AUD-TABELLA ": " SQLCODE
           END-IF

           MOVE SPACES TO WS-AUD-PRIMA
           MOVE SPACES TO WS-AUD-DOPO.

       GESTIONE-AUDIT-ANAGRAFICHE.
           DISPLAY " "
           DISPLAY "=== REGISTRO MODIFICHE ANAGRAFICHE ==="
           DISPLAY " "
           DISPLAY "1. Storia modifiche di un record"
           DISPLAY "2. Report modifiche del periodo"
           DISPLAY " "
           DISPLAY "Scelta: " WITH NO ADVANCING
           ACCEPT WS-SCELTA

           EVALUATE WS-SCELTA
               WHEN 1
                   PERFORM CONSULTA-AUDIT-RECORD
               WHEN 2
                   DISPLAY "Tabella (ARTICOLI, FORNITORI, CLIENTI, "
                           "LISTINI, vuoto = tutte): "
                           WITH NO ADVANCING
                   MOVE SPACES TO WS-AUD-FILTRO-TAB
                   ACCEPT WS-AUD-FILTRO-TAB
                   DISPLAY "Dal (AAAA-MM-GG): " WITH NO ADVANCING
                   ACCEPT WS-AUD-DATA-DA
                   DISPLAY "Al (AAAA-MM-GG): " WITH NO ADVANCING
                   ACCEPT WS-AUD-DATA-A
                   PERFORM REPORT-AUDIT-ANAGRAFICHE
               WHEN OTHER
                   DISPLAY "Scelta non valida!"
           END-EVALUATE.

       CONSULTA-AUDIT-RECORD.
           DISPLAY "Tabella (ARTICOLI, FORNITORI, CLIENTI, LISTINI): "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-AUD-FILTRO-TAB
           ACCEPT WS-AUD-FILTRO-TAB
           DISPLAY "Codice record: " WITH NO ADVANCING
           MOVE SPACES TO WS-AUD-FILTRO-CHIAVE
           ACCEPT WS-AUD-FILTRO-CHIAVE

           MOVE ZERO TO WS-CONTA-AUD-CAMPI
           DISPLAY " "
           DISPLAY "DATA/ORA         OPERATORE  O CAMPO              "
                   "PRIMA                    DOPO"

           EXEC SQL
               OPEN CUR-AUDIT-RECORD
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-AUDIT-RECORD
                   INTO :WS-AUD-R-DATA, :WS-AUD-R-OPERATORE,
                        :WS-AUD-R-TABELLA, :WS-AUD-R-CHIAVE,
                        :WS-AUD-R-OPERAZIONE, :WS-AUD-R-CAMPO,
                        :WS-AUD-R-PRIMA, :WS-AUD-R-DOPO,
                        :WS-AUD-R-SENSIBILE
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-CONTA-AUD-CAMPI
                   IF WS-AUD-R-SENSIBILE = 'S'
                       DISPLAY WS-AUD-R-DATA " " WS-AUD-R-OPERATORE
                               " " WS-AUD-R-OPERAZIONE " "
                               WS-AUD-R-CAMPO " " WS-AUD-R-PRIMA
                               " " WS-AUD-R-DOPO " ***"
                   ELSE
                       DISPLAY WS-AUD-R-DATA " " WS-AUD-R-OPERATORE
                               " " WS-AUD-R-OPERAZIONE " "
                               WS-AUD-R-CAMPO " " WS-AUD-R-PRIMA
                               " " WS-AUD-R-DOPO
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-AUDIT-RECORD
           END-EXEC

           IF WS-CONTA-AUD-CAMPI = 0
               DISPLAY "Nessuna modifica registrata per il record"
           END-IF.

      * Report periodico: una riga per campo modificato, le
      * modifiche sensibili marcate con *** e contate a parte
       REPORT-AUDIT-ANAGRAFICHE.
           MOVE ZERO TO WS-CONTA-AUD-CAMPI
           MOVE ZERO TO WS-CONTA-AUD-SENSIBILI

           MOVE SPACES TO WS-NOME-FILE-AUDIT
           STRING "AUDIT-MAG-" WS-AUD-DATA-DA(1:4)
                  WS-AUD-DATA-DA(6:2) WS-AUD-DATA-DA(9:2) "-"
                  WS-AUD-DATA-A(1:4) WS-AUD-DATA-A(6:2)
                  WS-AUD-DATA-A(9:2) ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-AUDIT

           OPEN OUTPUT AUDIT-FILE

           WRITE AUDIT-RECORD FROM
               "REGISTRO MODIFICHE ANAGRAFICHE - MAGAZZINO"
           MOVE ALL "=" TO AUDIT-RECORD
           WRITE AUDIT-RECORD

           MOVE SPACES TO AUDIT-RECORD
           IF WS-AUD-FILTRO-TAB = SPACES
               STRING "Periodo: " WS-AUD-DATA-DA " - " WS-AUD-DATA-A
                      "    Tabelle: tutte"
                      "    Stampato il: " FUNCTION CURRENT-DATE(1:10)
                      DELIMITED BY SIZE INTO AUDIT-RECORD
           ELSE
               STRING "Periodo: " WS-AUD-DATA-DA " - " WS-AUD-DATA-A
                      "    Tabella: " WS-AUD-FILTRO-TAB
                      "    Stampato il: " FUNCTION CURRENT-DATE(1:10)
                      DELIMITED BY SIZE INTO AUDIT-RECORD
           END-IF
           WRITE AUDIT-RECORD
           WRITE AUDIT-RECORD FROM SPACES

           WRITE AUDIT-RECORD FROM
               "DATA/ORA         OPERATORE  TABELLA      CHIAVE" &
               "           O CAMPO              PRIMA" &
               "                    DOPO"
           MOVE ALL "-" TO AUDIT-RECORD
           WRITE AUDIT-RECORD

           EXEC SQL
               OPEN CUR-AUDIT-PERIODO
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-AUDIT-PERIODO
                   INTO :WS-AUD-R-DATA, :WS-AUD-R-OPERATORE,
                        :WS-AUD-R-TABELLA, :WS-AUD-R-CHIAVE,
                        :WS-AUD-R-OPERAZIONE, :WS-AUD-R-CAMPO,
                        :WS-AUD-R-PRIMA, :WS-AUD-R-DOPO,
                        :WS-AUD-R-SENSIBILE
               END-EXEC

               IF SQLCODE = 0
                   PERFORM SCRIVI-RIGA-AUDIT
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-AUDIT-PERIODO
           END-EXEC

           MOVE ALL "-" TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           MOVE SPACES TO AUDIT-RECORD
           MOVE WS-CONTA-AUD-CAMPI TO WS-NUMERO-EDIT
           STRING "CAMPI MODIFICATI:     " WS-NUMERO-EDIT
                  DELIMITED BY SIZE INTO AUDIT-RECORD
           WRITE AUDIT-RECORD
           MOVE SPACES TO AUDIT-RECORD
           MOVE WS-CONTA-AUD-SENSIBILI TO WS-NUMERO-EDIT
           STRING "DI CUI SENSIBILI ***: " WS-NUMERO-EDIT
                  "   (IBAN, fido, prezzi, provvigioni: da "
                  "verificare)"
                  DELIMITED BY SIZE INTO AUDIT-RECORD
           WRITE AUDIT-RECORD

           CLOSE AUDIT-FILE

           MOVE WS-CONTA-AUD-CAMPI TO WS-NUMERO-EDIT
           DISPLAY "Campi modificati nel periodo: " WS-NUMERO-EDIT
           MOVE WS-CONTA-AUD-SENSIBILI TO WS-NUMERO-EDIT
           DISPLAY "Modifiche sensibili: " WS-NUMERO-EDIT
           DISPLAY "Report salvato in " WS-NOME-FILE-AUDIT.

       SCRIVI-RIGA-AUDIT.
           ADD 1 TO WS-CONTA-AUD-CAMPI
           MOVE SPACES TO AUDIT-RECORD
           IF WS-AUD-R-SENSIBILE = 'S'
               ADD 1 TO WS-CONTA-AUD-SENSIBILI
               STRING WS-AUD-R-DATA " " WS-AUD-R-OPERATORE " "
                      WS-AUD-R-TABELLA " " WS-AUD-R-CHIAVE " "
                      WS-AUD-R-OPERAZIONE " " WS-AUD-R-CAMPO " "
                      WS-AUD-R-PRIMA " " WS-AUD-R-DOPO " ***"
                      DELIMITED BY SIZE INTO AUDIT-RECORD
           ELSE
               STRING WS-AUD-R-DATA " " WS-AUD-R-OPERATORE " "
                      WS-AUD-R-TABELLA " " WS-AUD-R-CHIAVE " "
                      WS-AUD-R-OPERAZIONE " " WS-AUD-R-CAMPO " "
                      WS-AUD-R-PRIMA " " WS-AUD-R-DOPO
                      DELIMITED BY SIZE INTO AUDIT-RECORD
           END-IF
           WRITE AUDIT-RECORD.

      * Doppia autorizzazione: le operazioni oltre la soglia del tipo
      * restano in attesa e vengono eseguite solo all'approvazione di
      * un secondo operatore, autorizzatore in UTENTI e diverso dal
      * richiedente
       GESTIONE-AUTORIZZAZIONI.
           DISPLAY " "
           DISPLAY "=== AUTORIZZAZIONI OPERAZIONI SOPRA SOGLIA ==="
           DISPLAY " "
           DISPLAY "1. Coda richieste in attesa"
           DISPLAY "2. Report giornaliero richieste e decisioni"
           DISPLAY "3. Soglie per tipo operazione"
           DISPLAY " "
           DISPLAY "Scelta: " WITH NO ADVANCING
           ACCEPT WS-SCELTA

           EVALUATE WS-SCELTA
               WHEN 1
                   PERFORM CODA-AUTORIZZAZIONI
               WHEN 2
                   DISPLAY "Giorno (AAAA-MM-GG, invio = oggi): "
                           WITH NO ADVANCING
                   MOVE SPACES TO WS-AUT-DATA-REP
                   ACCEPT WS-AUT-DATA-REP
                   IF WS-AUT-DATA-REP = SPACES
                       EXEC SQL
                           SELECT CAST(CURRENT_DATE AS CHAR(10))
                           INTO :WS-AUT-DATA-REP
                       END-EXEC
                   END-IF
                   PERFORM REPORT-AUTORIZZAZIONI
               WHEN 3
                   PERFORM CONTROLLA-RUOLO-CAPO
                   IF WS-ESITO = "OK"
                       PERFORM GESTIONE-SOGLIE-AUTORIZZAZIONE
                   END-IF
               WHEN OTHER
                   DISPLAY "Scelta non valida!"
           END-EVALUATE.

      * Soglia e ore di validita' per il tipo in WS-AUT-TIPO; senza
      * riga in SOGLIE_AUTORIZZAZIONE valgono quelle di default
       CARICA-SOGLIA-AUTORIZZAZIONE.
           EXEC SQL
               SELECT soglia, ore_validita
               INTO :WS-AUT-SOGLIA, :WS-AUT-ORE-VALIDITA
               FROM SOGLIE_AUTORIZZAZIONE
               WHERE tipo_operazione = :WS-AUT-TIPO
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE WS-AUT-SOGLIA-STD TO WS-AUT-SOGLIA
               MOVE WS-AUT-ORE-STD TO WS-AUT-ORE-VALIDITA
           END-IF.

      * WS-AUT-RICHIESTA = 'S' quando WS-AUT-IMPORTO supera la soglia
      * del tipo; non si ricontrolla mentre si esegue una richiesta
      * gia' approvata
       CONTROLLA-SOGLIA-AUTORIZZAZIONE.
           MOVE 'N' TO WS-AUT-RICHIESTA
           IF WS-AUT-IN-ESECUZIONE = 'S'
               EXIT PARAGRAPH
           END-IF

           PERFORM CARICA-SOGLIA-AUTORIZZAZIONE
           IF WS-AUT-IMPORTO > WS-AUT-SOGLIA
               MOVE 'S' TO WS-AUT-RICHIESTA
           END-IF.

      * Richiesta in attesa con tipo, riferimento, importo e i
      * parametri per eseguire l'operazione all'approvazione
       REGISTRA-RICHIESTA-AUTORIZZAZIONE.
           EXEC SQL
               INSERT INTO AUTORIZZAZIONI
               (tipo_operazione, riferimento, descrizione, importo,
                parametri, richiedente, data_richiesta,
                data_scadenza, stato)
               VALUES
               (:WS-AUT-TIPO, :WS-AUT-RIFERIMENTO,
                :WS-AUT-DESCRIZIONE, :WS-AUT-IMPORTO,
                :WS-AUT-PARAMETRI,
                :WS-OPERATORE-CORRENTE,
                CURRENT_TIMESTAMP,
                CURRENT_TIMESTAMP
                    + CAST(:WS-AUT-ORE-VALIDITA AS INTEGER)
                      * INTERVAL '1 hour',
                'P')
               RETURNING id_richiesta INTO :WS-AUT-ID
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   COMMIT
               END-EXEC
               MOVE WS-AUT-SOGLIA TO WS-IMPORTO-EDIT
               DISPLAY "Importo oltre la soglia di " WS-IMPORTO-EDIT
               DISPLAY "Richiesta " WS-AUT-ID " in attesa di "
                       "autorizzazione da un secondo operatore"
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               DISPLAY "Errore registrazione richiesta: " SQLCODE
           END-IF.

      * Le richieste non decise entro la validita' scadono
       SCADI-AUTORIZZAZIONI.
           EXEC SQL
               UPDATE AUTORIZZAZIONI
               SET stato = 'S',
                   data_decisione = CURRENT_TIMESTAMP,
                   motivo = 'Scaduta senza decisione'
               WHERE stato = 'P'
               AND data_scadenza < CURRENT_TIMESTAMP
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   COMMIT
               END-EXEC
           END-IF.

       CODA-AUTORIZZAZIONI.
           PERFORM SCADI-AUTORIZZAZIONI
           MOVE ZERO TO WS-CONTA-AUT-PENDENTI

           DISPLAY " "
           DISPLAY "ID        TIPO                 RIFERIMENTO"
                   "                IMPORTO RICHIEDENT SCADENZA"

           EXEC SQL
               OPEN CUR-AUT-PENDENTI
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-AUT-PENDENTI
                   INTO :WS-AUT-ID, :WS-AUT-TIPO,
                        :WS-AUT-RIFERIMENTO, :WS-AUT-DESCRIZIONE,
                        :WS-AUT-IMPORTO, :WS-AUT-RICHIEDENTE,
                        :WS-AUT-DATA-RICH, :WS-AUT-SCADENZA
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-CONTA-AUT-PENDENTI
                   MOVE WS-AUT-IMPORTO TO WS-IMPORTO-EDIT
                   DISPLAY WS-AUT-ID " " WS-AUT-TIPO " "
                           WS-AUT-RIFERIMENTO(1:20) " "
                           WS-IMPORTO-EDIT " "
                           WS-AUT-RICHIEDENTE(1:10) " "
                           WS-AUT-SCADENZA
                   DISPLAY "          " WS-AUT-DESCRIZIONE
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-AUT-PENDENTI
           END-EXEC

           IF WS-CONTA-AUT-PENDENTI = 0
               DISPLAY "Nessuna richiesta in attesa"
               EXIT PARAGRAPH
           END-IF

           DISPLAY " "
           DISPLAY "Richiesta da decidere (0 = nessuna): "
                   WITH NO ADVANCING
           MOVE ZERO TO WS-AUT-ID
           ACCEPT WS-AUT-ID

           IF WS-AUT-ID NOT = 0
               PERFORM DECIDI-AUTORIZZAZIONE
           END-IF.

      * Solo un autorizzatore diverso dal richiedente decide
       DECIDI-AUTORIZZAZIONE.
           EXEC SQL
               SELECT tipo_operazione, riferimento, descrizione,
                      importo, parametri,
                      SUBSTR(richiedente, 1, 50)
               INTO :WS-AUT-TIPO, :WS-AUT-RIFERIMENTO,
                    :WS-AUT-DESCRIZIONE, :WS-AUT-IMPORTO,
                    :WS-AUT-PARAMETRI, :WS-AUT-RICHIEDENTE
               FROM AUTORIZZAZIONI
               WHERE id_richiesta = :WS-AUT-ID
               AND stato = 'P'
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Richiesta non trovata o gia' decisa!"
               EXIT PARAGRAPH
           END-IF

           IF WS-AUT-RICHIEDENTE = WS-OPERATORE-CORRENTE
               DISPLAY "Il richiedente non puo' autorizzare la "
                       "propria richiesta!"
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-AUT-ABILITATO
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-AUT-ABILITATO
               FROM UTENTI
               WHERE codice_operatore = :WS-UTE-CODICE
               AND stato = 'A'
               AND autorizzatore = 'S'
           END-EXEC

           IF WS-AUT-ABILITATO = 0
               DISPLAY "Operatore non abilitato ad autorizzare!"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-AUT-IMPORTO TO WS-IMPORTO-EDIT
           DISPLAY " "
           DISPLAY "Richiesta:   " WS-AUT-ID " " WS-AUT-TIPO
           DISPLAY "Riferimento: " WS-AUT-RIFERIMENTO
           DISPLAY "Descrizione: " WS-AUT-DESCRIZIONE
           DISPLAY "Importo:     " WS-IMPORTO-EDIT
           DISPLAY "Richiedente: " WS-AUT-RICHIEDENTE
           DISPLAY "Decisione (A=Approva, R=Rifiuta, "
                   "invio = nessuna): " WITH NO ADVANCING
           MOVE SPACE TO WS-AUT-DECISIONE
           ACCEPT WS-AUT-DECISIONE

           EVALUATE WS-AUT-DECISIONE
               WHEN 'A'
               WHEN 'a'
                   PERFORM APPROVA-AUTORIZZAZIONE
               WHEN 'R'
               WHEN 'r'
                   PERFORM RIFIUTA-AUTORIZZAZIONE
               WHEN OTHER
                   DISPLAY "Nessuna decisione registrata."
           END-EVALUATE.

      * La richiesta si prenota passando a E prima di eseguirla, cosi'
      * due autorizzatori non la eseguono due volte; se l'operazione
      * non va a buon fine resta approvata ma non eseguita (N)
       APPROVA-AUTORIZZAZIONE.
           EXEC SQL
               UPDATE AUTORIZZAZIONI
               SET stato = 'E',
                   autorizzatore =
                       :WS-OPERATORE-CORRENTE,
                   data_decisione = CURRENT_TIMESTAMP
               WHERE id_richiesta = :WS-AUT-ID
               AND stato = 'P'
           END-EXEC

           IF SQLCODE NOT = 0
               EXEC SQL
                   ROLLBACK
               END-EXEC
               DISPLAY "Richiesta gia' decisa da un altro operatore!"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-AUT-MOTIVO
           MOVE 'S' TO WS-AUT-IN-ESECUZIONE
           PERFORM ESEGUI-AUTORIZZAZIONE
           MOVE 'N' TO WS-AUT-IN-ESECUZIONE

           IF WS-ESITO = "OK"
               EXEC SQL
                   COMMIT
               END-EXEC
               DISPLAY "Richiesta " WS-AUT-ID
                       " approvata ed eseguita."
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               ROLLBACK
           END-EXEC

           IF WS-AUT-MOTIVO = SPACES
               MOVE "Esecuzione non riuscita" TO WS-AUT-MOTIVO
           END-IF

           EXEC SQL
               UPDATE AUTORIZZAZIONI
               SET stato = 'N',
                   autorizzatore =
                       :WS-OPERATORE-CORRENTE,
                   data_decisione = CURRENT_TIMESTAMP,
                   motivo = :WS-AUT-MOTIVO
               WHERE id_richiesta = :WS-AUT-ID
           END-EXEC

           EXEC SQL
               COMMIT
           END-EXEC

           DISPLAY "Richiesta approvata ma non eseguibile: "
                   WS-AUT-MOTIVO.

       RIFIUTA-AUTORIZZAZIONE.
           DISPLAY "Motivo del rifiuto: " WITH NO ADVANCING
           MOVE SPACES TO WS-AUT-MOTIVO
           ACCEPT WS-AUT-MOTIVO

           EXEC SQL
               UPDATE AUTORIZZAZIONI
               SET stato = 'R',
                   autorizzatore =
                       :WS-OPERATORE-CORRENTE,
                   data_decisione = CURRENT_TIMESTAMP,
                   motivo = NULLIF(TRIM(:WS-AUT-MOTIVO), '')
               WHERE id_richiesta = :WS-AUT-ID
               AND stato = 'P'
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   COMMIT
               END-EXEC
               DISPLAY "Richiesta " WS-AUT-ID " rifiutata."
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               DISPLAY "Richiesta gia' decisa da un altro operatore!"
           END-IF.

       GESTIONE-SOGLIE-AUTORIZZAZIONE.
           DISPLAY " "
           DISPLAY "TIPO OPERAZIONE      SOGLIA        ORE"

           EXEC SQL
               OPEN CUR-AUT-SOGLIE
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-AUT-SOGLIE
                   INTO :WS-AUT-TIPO, :WS-AUT-SOGLIA,
                        :WS-AUT-ORE-VALIDITA
               END-EXEC

               IF SQLCODE = 0
                   MOVE WS-AUT-SOGLIA TO WS-IMPORTO-EDIT
                   DISPLAY WS-AUT-TIPO " " WS-IMPORTO-EDIT " "
                           WS-AUT-ORE-VALIDITA
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-AUT-SOGLIE
           END-EXEC

           MOVE WS-AUT-SOGLIA-STD TO WS-IMPORTO-EDIT
           DISPLAY "Tipi senza soglia: " WS-IMPORTO-EDIT " valida "
                   WS-AUT-ORE-STD " ore"
           DISPLAY " "
           DISPLAY "Tipo operazione (RETTIFICA-INVENTARIO, FIDO): "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-AUT-TIPO
           ACCEPT WS-AUT-TIPO

           IF NOT WS-AUT-TIPO-VALIDO
               DISPLAY "Tipo operazione non gestito!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Soglia: " WITH NO ADVANCING
           ACCEPT WS-AUT-SOGLIA

           IF WS-AUT-SOGLIA < 0
               DISPLAY "Soglia non valida!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Ore di validita' della richiesta: "
                   WITH NO ADVANCING
           MOVE ZERO TO WS-AUT-ORE-VALIDITA
           ACCEPT WS-AUT-ORE-VALIDITA

           IF WS-AUT-ORE-VALIDITA = 0
               MOVE WS-AUT-ORE-STD TO WS-AUT-ORE-VALIDITA
           END-IF

           EXEC SQL
               UPDATE SOGLIE_AUTORIZZAZIONE
               SET soglia = :WS-AUT-SOGLIA,
                   ore_validita = :WS-AUT-ORE-VALIDITA
               WHERE tipo_operazione = :WS-AUT-TIPO
           END-EXEC

           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO SOGLIE_AUTORIZZAZIONE
                   (tipo_operazione, soglia, ore_validita)
                   VALUES
                   (:WS-AUT-TIPO, :WS-AUT-SOGLIA,
                    :WS-AUT-ORE-VALIDITA)
               END-EXEC
           END-IF

           IF SQLCODE = 0
               EXEC SQL
                   COMMIT
               END-EXEC
               DISPLAY "Soglia registrata per " WS-AUT-TIPO
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               DISPLAY "Errore aggiornamento soglia: " SQLCODE
           END-IF.

      * Report del giorno WS-AUT-DATA-REP: chi ha chiesto cosa e chi
      * l'ha approvato, rifiutato o lasciato scadere
       REPORT-AUTORIZZAZIONI.
           PERFORM SCADI-AUTORIZZAZIONI
           MOVE ZERO TO WS-CONTA-AUT-RICHIESTE
           MOVE ZERO TO WS-CONTA-AUT-PENDENTI
           MOVE ZERO TO WS-CONTA-AUT-ESEGUITE
           MOVE ZERO TO WS-CONTA-AUT-RIFIUTATE
           MOVE ZERO TO WS-CONTA-AUT-SCADUTE
           MOVE ZERO TO WS-CONTA-AUT-NON-ESEG

           MOVE SPACES TO WS-NOME-FILE-AUT
           STRING "AUTORIZZAZIONI-MAG-" WS-AUT-DATA-REP(1:4)
                  WS-AUT-DATA-REP(6:2) WS-AUT-DATA-REP(9:2) ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-AUT

           OPEN OUTPUT AUT-FILE

           WRITE AUT-RECORD FROM
               "AUTORIZZAZIONI A QUATTRO OCCHI - MAGAZZINO"
           MOVE ALL "=" TO AUT-RECORD
           WRITE AUT-RECORD

           MOVE SPACES TO AUT-RECORD
           STRING "Giorno: " WS-AUT-DATA-REP
                  "    Stampato il: " FUNCTION CURRENT-DATE(1:10)
                  DELIMITED BY SIZE INTO AUT-RECORD
           WRITE AUT-RECORD
           WRITE AUT-RECORD FROM SPACES

           WRITE AUT-RECORD FROM
               "ID        TIPO               RIFERIMENTO      " &
               "      IMPORTO RICHIEDENT RICHIESTA        ESITO" &
               "        AUTORIZZAT DECISIONE"
           MOVE ALL "-" TO AUT-RECORD
           WRITE AUT-RECORD

           EXEC SQL
               OPEN CUR-AUT-GIORNO
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-AUT-GIORNO
                   INTO :WS-AUT-ID, :WS-AUT-TIPO,
                        :WS-AUT-RIFERIMENTO, :WS-AUT-IMPORTO,
                        :WS-AUT-RICHIEDENTE, :WS-AUT-DATA-RICH,
                        :WS-AUT-STATO, :WS-AUT-AUTORIZZATORE,
                        :WS-AUT-DATA-DEC, :WS-AUT-MOTIVO
               END-EXEC

               IF SQLCODE = 0
                   PERFORM SCRIVI-RIGA-AUTORIZZAZIONE
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-AUT-GIORNO
           END-EXEC

           MOVE ALL "-" TO AUT-RECORD
           WRITE AUT-RECORD
           MOVE SPACES TO AUT-RECORD
           STRING "RICHIESTE:    " WS-CONTA-AUT-RICHIESTE
                  "   ESEGUITE: " WS-CONTA-AUT-ESEGUITE
                  "   RIFIUTATE: " WS-CONTA-AUT-RIFIUTATE
                  "   SCADUTE: " WS-CONTA-AUT-SCADUTE
                  "   NON ESEGUITE: " WS-CONTA-AUT-NON-ESEG
                  "   IN ATTESA: " WS-CONTA-AUT-PENDENTI
                  DELIMITED BY SIZE INTO AUT-RECORD
           WRITE AUT-RECORD

           CLOSE AUT-FILE

           DISPLAY "Richieste del giorno: " WS-CONTA-AUT-RICHIESTE
           DISPLAY "Eseguite: " WS-CONTA-AUT-ESEGUITE
                   "  Rifiutate: " WS-CONTA-AUT-RIFIUTATE
                   "  Scadute: " WS-CONTA-AUT-SCADUTE
           DISPLAY "Report salvato in " WS-NOME-FILE-AUT.

       SCRIVI-RIGA-AUTORIZZAZIONE.
           ADD 1 TO WS-CONTA-AUT-RICHIESTE
           EVALUATE WS-AUT-STATO
               WHEN 'P'
                   MOVE "IN ATTESA" TO WS-AUT-ESITO-DESCR
                   ADD 1 TO WS-CONTA-AUT-PENDENTI
               WHEN 'E'
                   MOVE "ESEGUITA" TO WS-AUT-ESITO-DESCR
                   ADD 1 TO WS-CONTA-AUT-ESEGUITE
               WHEN 'R'
                   MOVE "RIFIUTATA" TO WS-AUT-ESITO-DESCR
                   ADD 1 TO WS-CONTA-AUT-RIFIUTATE
               WHEN 'S'
                   MOVE "SCADUTA" TO WS-AUT-ESITO-DESCR
                   ADD 1 TO WS-CONTA-AUT-SCADUTE
               WHEN OTHER
                   MOVE "NON ESEGUITA" TO WS-AUT-ESITO-DESCR
                   ADD 1 TO WS-CONTA-AUT-NON-ESEG
           END-EVALUATE

           MOVE WS-AUT-IMPORTO TO WS-IMPORTO-EDIT
           MOVE SPACES TO AUT-RECORD
           STRING WS-AUT-ID " " WS-AUT-TIPO(1:18) " "
                  WS-AUT-RIFERIMENTO(1:16) " " WS-IMPORTO-EDIT " "
                  WS-AUT-RICHIEDENTE(1:10) " " WS-AUT-DATA-RICH " "
                  WS-AUT-ESITO-DESCR " " WS-AUT-AUTORIZZATORE(1:10)
                  " " WS-AUT-DATA-DEC
                  DELIMITED BY SIZE INTO AUT-RECORD
           WRITE AUT-RECORD

           IF WS-AUT-MOTIVO NOT = SPACES
               MOVE SPACES TO AUT-RECORD
               STRING "          Motivo: " WS-AUT-MOTIVO
                      DELIMITED BY SIZE INTO AUT-RECORD
               WRITE AUT-RECORD
           END-IF.

      * Esecuzione della richiesta approvata con i parametri salvati
       ESEGUI-AUTORIZZAZIONE.
           MOVE "KO" TO WS-ESITO
           EVALUATE WS-AUT-TIPO
               WHEN "RETTIFICA-INVENTARIO"
                   PERFORM ESEGUI-AUT-RETTIFICA
               WHEN "FIDO"
                   PERFORM ESEGUI-AUT-FIDO
               WHEN OTHER
                   MOVE "Tipo operazione non gestito" TO WS-AUT-MOTIVO
           END-EVALUATE.

      * La rettifica si applica solo se la giacenza teorica e'
      * ancora quella vista alla richiesta
       ESEGUI-AUT-RETTIFICA.
           MOVE WS-AUT-PR-ARTICOLO TO WS-ART-CODICE
           PERFORM CARICA-ARTICOLO
           IF WS-ESITO NOT = "OK"
               MOVE "KO" TO WS-ESITO
               MOVE "Articolo non trovato" TO WS-AUT-MOTIVO
               EXIT PARAGRAPH
           END-IF

           IF WS-GIA-DISPONIBILE NOT = WS-AUT-PR-TEORICA
               MOVE "KO" TO WS-ESITO
               MOVE "Giacenza variata dopo la richiesta"
                   TO WS-AUT-MOTIVO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-AUT-PR-RILEVATA TO WS-QTA-RICHIESTA
           COMPUTE WS-MOV-QUANTITA =
               WS-QTA-RICHIESTA - WS-GIA-DISPONIBILE
           IF WS-MOV-QUANTITA < 0
               MULTIPLY WS-MOV-QUANTITA BY -1
                   GIVING WS-MOV-QUANTITA
           END-IF
           MOVE 'RI' TO WS-MOV-TIPO
           MOVE WS-AUT-PR-CAUSALE TO WS-MOV-CAUSALE

           PERFORM APPLICA-RETTIFICA
           IF WS-ESITO NOT = "OK"
               MOVE "Errore registrazione rettifica" TO WS-AUT-MOTIVO
           END-IF.

       ESEGUI-AUT-FIDO.
           MOVE WS-AUT-PF-CLIENTE TO WS-FIDO-CLIENTE
           MOVE WS-AUT-PF-FIDO TO WS-FIDO-NUOVO

           PERFORM APPLICA-FIDO-CLIENTE
           IF WS-ESITO NOT = "OK"
               MOVE "Errore aggiornamento fido" TO WS-AUT-MOTIVO
           END-IF.

      ******************************************************************
      * Soglia sulle rettifiche: valore della differenza (in
      * WS-MOV-QUANTITA, gia' in valore assoluto) al costo medio
      ******************************************************************
       CONTROLLA-SOGLIA-RETTIFICA.
           MOVE "RETTIFICA-INVENTARIO" TO WS-AUT-TIPO
           COMPUTE WS-AUT-IMPORTO ROUNDED =
               WS-MOV-QUANTITA * WS-GIA-VAL-MEDIO
           PERFORM CONTROLLA-SOGLIA-AUTORIZZAZIONE.

       RICHIEDI-AUT-RETTIFICA.
           MOVE SPACES TO WS-AUT-PARAMETRI
           MOVE WS-ART-CODICE TO WS-AUT-PR-ARTICOLO
           MOVE WS-GIA-DISPONIBILE TO WS-AUT-PR-TEORICA
           MOVE WS-QTA-RICHIESTA TO WS-AUT-PR-RILEVATA
           MOVE WS-MOV-CAUSALE TO WS-AUT-PR-CAUSALE
           MOVE WS-ART-CODICE TO WS-AUT-RIFERIMENTO
           MOVE SPACES TO WS-AUT-DESCRIZIONE
           STRING "Rettifica " WS-ART-DESCRIZIONE(1:50)
                  DELIMITED BY SIZE INTO WS-AUT-DESCRIZIONE
           PERFORM REGISTRA-RICHIESTA-AUTORIZZAZIONE.

      ******************************************************************
      * Fido cliente (zero = nessun controllo): riduzioni subito,
      * aumento oltre la soglia FIDO (anche togliere il limite) in
      * attesa della seconda autorizzazione
      ******************************************************************
       MODIFICA-FIDO-CLIENTE.
           DISPLAY " "
           DISPLAY "=== FIDO CLIENTE ==="

           DISPLAY "Codice cliente: " WITH NO ADVANCING
           ACCEPT WS-FIDO-CLIENTE

           EXEC SQL
               SELECT COALESCE(fido, 0)
               INTO :WS-FIDO-IMPORTO
               FROM CLIENTI
               WHERE codice_cliente = :WS-FIDO-CLIENTE
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Cliente non trovato!"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-FIDO-IMPORTO TO WS-IMPORTO-EDIT
           DISPLAY "Fido attuale (0 = nessun controllo): "
                   WS-IMPORTO-EDIT

           DISPLAY "Nuovo fido: " WITH NO ADVANCING
           ACCEPT WS-FIDO-NUOVO

           IF WS-FIDO-NUOVO = WS-FIDO-IMPORTO
               DISPLAY "Fido invariato"
               EXIT PARAGRAPH
           END-IF

           IF WS-FIDO-IMPORTO NOT = 0
              AND (WS-FIDO-NUOVO = 0
                   OR WS-FIDO-NUOVO > WS-FIDO-IMPORTO)
               MOVE "FIDO" TO WS-AUT-TIPO
               IF WS-FIDO-NUOVO = 0
                   MOVE 99999999999.99 TO WS-AUT-IMPORTO
               ELSE
                   MOVE WS-FIDO-NUOVO TO WS-AUT-IMPORTO
               END-IF
               PERFORM CONTROLLA-SOGLIA-AUTORIZZAZIONE
               IF WS-AUT-RICHIESTA = 'S'
                   MOVE WS-FIDO-NUOVO TO WS-AUT-IMPORTO
                   MOVE SPACES TO WS-AUT-PARAMETRI
                   MOVE WS-FIDO-CLIENTE TO WS-AUT-PF-CLIENTE
                   MOVE WS-FIDO-NUOVO TO WS-AUT-PF-FIDO
                   MOVE WS-FIDO-CLIENTE TO WS-AUT-RIFERIMENTO
                   MOVE SPACES TO WS-AUT-DESCRIZIONE
                   STRING "Aumento fido cliente da " WS-IMPORTO-EDIT
                          DELIMITED BY SIZE INTO WS-AUT-DESCRIZIONE
                   PERFORM REGISTRA-RICHIESTA-AUTORIZZAZIONE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM APPLICA-FIDO-CLIENTE.

       APPLICA-FIDO-CLIENTE.
           MOVE "KO" TO WS-ESITO
           MOVE "CLIENTI" TO WS-AUD-TABELLA
           MOVE WS-FIDO-CLIENTE TO WS-AUD-CHIAVE
           PERFORM AUDIT-PRIMA

           EXEC SQL
               UPDATE CLIENTI
               SET fido = :WS-FIDO-NUOVO
               WHERE codice_cliente = :WS-FIDO-CLIENTE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   MOVE "OK" TO WS-ESITO
                   MOVE WS-FIDO-NUOVO TO WS-IMPORTO-EDIT
                   DISPLAY "Fido del cliente " WS-FIDO-CLIENTE
                           " portato a " WS-IMPORTO-EDIT
                   PERFORM AUDIT-DOPO
               WHEN 100
                   DISPLAY "Cliente non trovato!"
               WHEN OTHER
                   DISPLAY "Errore aggiornamento cliente: " SQLCODE
           END-EVALUATE.

      * Conservazione dei dati personali: scaduto il periodo della
      * categoria, e senza vincoli di legge aperti, i dati anagrafici
      * dei soggetti cessati sono anonimizzati conservando importi e
      * movimenti; l'elenco prodotto va vistato dal responsabile
       GESTIONE-RETENTION-DATI.
           DISPLAY " "
           DISPLAY "=== CONSERVAZIONE DATI PERSONALI ==="
           DISPLAY " "
           DISPLAY "1. Periodi di conservazione"
           DISPLAY "2. Anonimizzazione annuale"
           DISPLAY "3. Richiesta di cancellazione dell'interessato"
           DISPLAY " "
           DISPLAY "Scelta: " WITH NO ADVANCING
           ACCEPT WS-SCELTA

           EVALUATE WS-SCELTA
               WHEN 1
                   PERFORM GESTIONE-PERIODI-RETENTION
               WHEN 2
                   DISPLAY "Solo simulazione, senza modifiche (S/N): "
                           WITH NO ADVANCING
                   ACCEPT WS-RISPOSTA
                   IF WS-RISPOSTA = 'S' OR 's'
                       MOVE 'S' TO WS-RET-SIMULAZIONE
                   ELSE
                       MOVE 'N' TO WS-RET-SIMULAZIONE
                   END-IF
                   PERFORM ANONIMIZZA-RETENTION
               WHEN 3
                   PERFORM RICHIESTA-CANCELLAZIONE
               WHEN OTHER
                   DISPLAY "Scelta non valida!"
           END-EVALUATE.

      * Anni di conservazione della categoria e degli anni d'imposta
      * ancora accertabili; senza riga in RETENTION_DATI valgono
      * quelli di default
       CARICA-PERIODI-RETENTION.
           EXEC SQL
               SELECT anni_conservazione
               INTO :WS-RET-ANNI
               FROM RETENTION_DATI
               WHERE categoria = 'CLIENTI-PRIVATI'
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE WS-RET-ANNI-STD TO WS-RET-ANNI
           END-IF

           EXEC SQL
               SELECT anni_conservazione
               INTO :WS-RET-ANNI-FISCALI
               FROM RETENTION_DATI
               WHERE categoria = 'FISCALE'
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE WS-RET-FISCALI-STD TO WS-RET-ANNI-FISCALI
           END-IF.

       GESTIONE-PERIODI-RETENTION.
           DISPLAY " "
           DISPLAY "CATEGORIA            ANNI DESCRIZIONE"

           EXEC SQL
               OPEN CUR-RET-PERIODI
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-RET-PERIODI
                   INTO :WS-RET-CATEGORIA, :WS-RET-ANNI,
                        :WS-RET-DESCRIZIONE
               END-EXEC

               IF SQLCODE = 0
                   DISPLAY WS-RET-CATEGORIA " " WS-RET-ANNI "  "
                           WS-RET-DESCRIZIONE
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-RET-PERIODI
           END-EXEC

           DISPLAY "Categorie senza periodo: CLIENTI-PRIVATI "
                   WS-RET-ANNI-STD " anni, FISCALE "
                   WS-RET-FISCALI-STD " anni"
           DISPLAY " "
           DISPLAY "Categoria (CLIENTI-PRIVATI, FISCALE): "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-RET-CATEGORIA
           ACCEPT WS-RET-CATEGORIA

           IF NOT WS-RET-CATEGORIA-VALIDA
               DISPLAY "Categoria non gestita!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Anni di conservazione: " WITH NO ADVANCING
           MOVE ZERO TO WS-RET-ANNI
           ACCEPT WS-RET-ANNI

           IF WS-RET-ANNI = 0
               DISPLAY "Periodo non valido!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Descrizione / riferimento normativo: "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-RET-DESCRIZIONE
           ACCEPT WS-RET-DESCRIZIONE

           EXEC SQL
               UPDATE RETENTION_DATI
               SET anni_conservazione = :WS-RET-ANNI,
                   descrizione = :WS-RET-DESCRIZIONE
               WHERE categoria = :WS-RET-CATEGORIA
           END-EXEC

           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO RETENTION_DATI
                   (categoria, anni_conservazione, descrizione)
                   VALUES
                   (:WS-RET-CATEGORIA, :WS-RET-ANNI,
                    :WS-RET-DESCRIZIONE)
               END-EXEC
           END-IF

           IF SQLCODE = 0
               EXEC SQL
                   COMMIT
               END-EXEC
               DISPLAY "Periodo registrato per " WS-RET-CATEGORIA
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               DISPLAY "Errore aggiornamento periodo: " SQLCODE
           END-IF.

      * Anonimizzazione annuale: tutti i soggetti oltre il periodo di
      * conservazione in un'unica transazione, confermata solo se
      * nessun soggetto e' andato in errore. In simulazione produce
      * lo stesso elenco senza modificare i dati
       ANONIMIZZA-RETENTION.
           PERFORM CARICA-PERIODI-RETENTION
           MOVE 'R' TO WS-RET-TIPO
           MOVE SPACES TO WS-RET-PROTOCOLLO
           MOVE ZERO TO WS-CONTA-RET-ESAMINATI
           MOVE ZERO TO WS-CONTA-RET-ANONIMIZZATI
           MOVE ZERO TO WS-CONTA-RET-BLOCCATI
           MOVE ZERO TO WS-CONTA-RET-ERRORI

           MOVE SPACES TO WS-NOME-FILE-RET
           STRING "RETENTION-MAG-" FUNCTION CURRENT-DATE(1:8)
                  ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-RET

           OPEN OUTPUT RET-FILE

           IF WS-RET-SIMULAZIONE = 'S'
               WRITE RET-RECORD FROM
                   "ANONIMIZZAZIONE DATI PERSONALI - MAGAZZINO " &
                   "(SIMULAZIONE)"
           ELSE
               WRITE RET-RECORD FROM
                   "ANONIMIZZAZIONE DATI PERSONALI - MAGAZZINO"
           END-IF
           MOVE ALL "=" TO RET-RECORD
           WRITE RET-RECORD

           MOVE SPACES TO RET-RECORD
           STRING "Categoria: CLIENTI-PRIVATI"
                  "   Conservazione anni: " WS-RET-ANNI
                  "   Anni d'imposta accertabili: "
                  WS-RET-ANNI-FISCALI
                  DELIMITED BY SIZE INTO RET-RECORD
           WRITE RET-RECORD
           MOVE SPACES TO RET-RECORD
           STRING "Elaborato il: " FUNCTION CURRENT-DATE(1:8)
                  "   Operatore: " WS-OPERATORE-CORRENTE
                  DELIMITED BY SIZE INTO RET-RECORD
           WRITE RET-RECORD
           WRITE RET-RECORD FROM SPACES

           WRITE RET-RECORD FROM
               "CLIENTE  FINE RAPP. ESITO            MOTIVO"
           MOVE ALL "-" TO RET-RECORD
           WRITE RET-RECORD

           EXEC SQL
               BEGIN TRANSACTION
           END-EXEC

           EXEC SQL
               OPEN CUR-RET-SOGGETTI
           END-EXEC

           MOVE 'N' TO WS-FINE-RETENTION
           PERFORM UNTIL WS-FINE-RETENTION = 'S'
               EXEC SQL
                   FETCH CUR-RET-SOGGETTI
                   INTO :WS-RET-SOGGETTO, :WS-RET-FINE-RAPPORTO
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'S' TO WS-FINE-RETENTION
               END-IF

               IF WS-FINE-RETENTION = 'N'
                   PERFORM ELABORA-SOGGETTO-RETENTION
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-RET-SOGGETTI
           END-EXEC

           MOVE ALL "-" TO RET-RECORD
           WRITE RET-RECORD
           MOVE SPACES TO RET-RECORD
           STRING "ESAMINATI: " WS-CONTA-RET-ESAMINATI
                  "   ANONIMIZZATI: " WS-CONTA-RET-ANONIMIZZATI
                  "   BLOCCATI: " WS-CONTA-RET-BLOCCATI
                  "   ERRORI: " WS-CONTA-RET-ERRORI
                  DELIMITED BY SIZE INTO RET-RECORD
           WRITE RET-RECORD

           IF WS-RET-SIMULAZIONE = 'S' OR WS-CONTA-RET-ERRORI > 0
               EXEC SQL
                   ROLLBACK
               END-EXEC
               WRITE RET-RECORD FROM
                   "NESSUN DATO MODIFICATO: elenco solo per verifica"
           ELSE
               EXEC SQL
                   COMMIT
               END-EXEC
           END-IF

           WRITE RET-RECORD FROM SPACES
           WRITE RET-RECORD FROM
               "Verificato e approvato dal responsabile della " &
               "protezione dei dati"
           WRITE RET-RECORD FROM SPACES
           WRITE RET-RECORD FROM
               "Nome: ______________________   Firma: " &
               "______________________   Data: __________"

           CLOSE RET-FILE

           DISPLAY "Soggetti esaminati: " WS-CONTA-RET-ESAMINATI
           DISPLAY "Anonimizzati: " WS-CONTA-RET-ANONIMIZZATI
                   "  Bloccati: " WS-CONTA-RET-BLOCCATI
           IF WS-CONTA-RET-ERRORI > 0
               DISPLAY "Elaborazione annullata per errori: nessun "
                       "dato modificato"
           END-IF
           DISPLAY "Elenco da vistare salvato in " WS-NOME-FILE-RET.

      * Un soggetto dell'elaborazione annuale; dopo il primo errore
      * la transazione e' persa e l'elaborazione si ferma
       ELABORA-SOGGETTO-RETENTION.
           ADD 1 TO WS-CONTA-RET-ESAMINATI
           MOVE SPACES TO WS-RET-BLOCCO
           PERFORM CONTROLLA-BLOCCHI-RETENTION

           IF WS-RET-BLOCCO NOT = SPACES
               MOVE "BLOCCATO" TO WS-RET-ESITO-DESCR
               ADD 1 TO WS-CONTA-RET-BLOCCATI
           ELSE
               IF WS-RET-SIMULAZIONE = 'S'
                   MOVE "DA ANONIMIZZARE" TO WS-RET-ESITO-DESCR
                   ADD 1 TO WS-CONTA-RET-ANONIMIZZATI
               ELSE
                   MOVE 'A' TO WS-RET-ESITO
                   PERFORM ANONIMIZZA-SOGGETTO
                   IF WS-ESITO = "OK"
                       MOVE "ANONIMIZZATO" TO WS-RET-ESITO-DESCR
                       ADD 1 TO WS-CONTA-RET-ANONIMIZZATI
                   ELSE
                       MOVE "ERRORE" TO WS-RET-ESITO-DESCR
                       ADD 1 TO WS-CONTA-RET-ERRORI
                       MOVE 'S' TO WS-FINE-RETENTION
                   END-IF
               END-IF
           END-IF

           MOVE SPACES TO RET-RECORD
           STRING WS-RET-SOGGETTO " " WS-RET-FINE-RAPPORTO " "
                  WS-RET-ESITO-DESCR " " WS-RET-BLOCCO
                  DELIMITED BY SIZE INTO RET-RECORD
           WRITE RET-RECORD.

      * Richiesta di cancellazione dell'interessato: non si attende
      * il periodo di conservazione, ma il rapporto deve essere
      * chiuso e non devono esserci vincoli di legge; anche il
      * rifiuto motivato resta registrato con il protocollo
       RICHIESTA-CANCELLAZIONE.
           PERFORM CARICA-PERIODI-RETENTION
           MOVE 'C' TO WS-RET-TIPO
           MOVE 'N' TO WS-RET-SIMULAZIONE

           DISPLAY "Codice cliente: " WITH NO ADVANCING
           MOVE SPACES TO WS-RET-SOGGETTO
           ACCEPT WS-RET-SOGGETTO

           DISPLAY "Protocollo della richiesta: " WITH NO ADVANCING
           MOVE SPACES TO WS-RET-PROTOCOLLO
           ACCEPT WS-RET-PROTOCOLLO

           IF WS-RET-PROTOCOLLO = SPACES
               DISPLAY "Protocollo della richiesta obbligatorio!"
               EXIT PARAGRAPH
           END-IF

           MOVE "OK" TO WS-ESITO
           MOVE SPACES TO WS-RET-BLOCCO
           MOVE SPACES TO WS-RET-FINE-RAPPORTO
           PERFORM VERIFICA-RICHIESTA-CANCELLAZIONE

           IF WS-ESITO NOT = "OK"
               EXIT PARAGRAPH
           END-IF

           IF WS-RET-BLOCCO = SPACES
               PERFORM CONTROLLA-BLOCCHI-RETENTION
           END-IF

           IF WS-RET-BLOCCO NOT = SPACES
               DISPLAY "Cancellazione non eseguibile: " WS-RET-BLOCCO
               MOVE 'B' TO WS-RET-ESITO
               PERFORM REGISTRA-ANONIMIZZAZIONE
               IF SQLCODE = 0
                   EXEC SQL
                       COMMIT
                   END-EXEC
                   DISPLAY "Rifiuto registrato con il protocollo "
                           WS-RET-PROTOCOLLO
               ELSE
                   EXEC SQL
                       ROLLBACK
                   END-EXEC
                   DISPLAY "Errore registrazione esito: " SQLCODE
               END-IF
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Fine rapporto: " WS-RET-FINE-RAPPORTO
           DISPLAY "Confermi l'anonimizzazione dei dati personali "
                   "(S/N): " WITH NO ADVANCING
           ACCEPT WS-RISPOSTA

           IF WS-RISPOSTA NOT = 'S' AND WS-RISPOSTA NOT = 's'
               DISPLAY "Operazione annullata"
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               BEGIN TRANSACTION
           END-EXEC

           MOVE 'A' TO WS-RET-ESITO
           PERFORM ANONIMIZZA-SOGGETTO

           IF WS-ESITO = "OK"
               EXEC SQL
                   COMMIT
               END-EXEC
               DISPLAY "Dati personali anonimizzati, protocollo "
                       WS-RET-PROTOCOLLO
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               DISPLAY "Anonimizzazione non eseguita: " WS-RET-BLOCCO
           END-IF.

      * Anonimizza i dati personali del soggetto, ne cancella i
      * valori dal registro modifiche anagrafiche e registra l'esito;
      * in errore WS-ESITO = "KO" e il motivo in WS-RET-BLOCCO
       ANONIMIZZA-SOGGETTO.
           MOVE "OK" TO WS-ESITO
           PERFORM ANONIMIZZA-DATI-SOGGETTO

           IF WS-ESITO NOT = "OK"
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               UPDATE AUDIT_ANAGRAFICHE
               SET valore_prima = NULL,
                   valore_dopo = NULL
               WHERE tabella = 'CLIENTI'
               AND chiave = TRIM(:WS-RET-SOGGETTO)
               AND campo IN ('ragione_sociale', 'pec', 'iban')
           END-EXEC

           IF SQLCODE < 0
               MOVE "KO" TO WS-ESITO
               MOVE SPACES TO WS-RET-BLOCCO
               MOVE SQLCODE TO WS-RET-SQLCODE
               STRING "Errore registro modifiche: "
                      WS-RET-SQLCODE
                      DELIMITED BY SIZE INTO WS-RET-BLOCCO
               EXIT PARAGRAPH
           END-IF

           PERFORM REGISTRA-ANONIMIZZAZIONE

           IF SQLCODE NOT = 0
               MOVE "KO" TO WS-ESITO
               MOVE SPACES TO WS-RET-BLOCCO
               MOVE SQLCODE TO WS-RET-SQLCODE
               STRING "Errore registro anonimizzazioni: "
                      WS-RET-SQLCODE
                      DELIMITED BY SIZE INTO WS-RET-BLOCCO
           END-IF.

       REGISTRA-ANONIMIZZAZIONE.
           EXEC SQL
               INSERT INTO ANONIMIZZAZIONI
               (categoria, chiave, tipo, protocollo, fine_rapporto,
                esito, motivo, operatore, data_elaborazione)
               VALUES
               ('CLIENTI-PRIVATI', TRIM(:WS-RET-SOGGETTO),
                :WS-RET-TIPO,
                NULLIF(:WS-RET-PROTOCOLLO, SPACES),
                CAST(NULLIF(:WS-RET-FINE-RAPPORTO, SPACES) AS DATE),
                :WS-RET-ESITO, NULLIF(:WS-RET-BLOCCO, SPACES),
                :WS-OPERATORE-CORRENTE,
                CURRENT_TIMESTAMP)
           END-EXEC.

      ******************************************************************
      * Vincoli che impediscono l'anonimizzazione del cliente
      * WS-RET-SOGGETTO: motivo in WS-RET-BLOCCO, spazi se nessuno.
      * Nel dubbio (errore di lettura) il soggetto si blocca
      ******************************************************************
       CONTROLLA-BLOCCHI-RETENTION.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-RET-CONTA
               FROM ORDINI_VENDITA
               WHERE codice_cliente = :WS-RET-SOGGETTO
               AND stato_ordine IN ('A', 'P', 'B')
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-RET-CONTA > 0
               MOVE "Ordini cliente ancora aperti" TO WS-RET-BLOCCO
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-RET-CONTA
               FROM SCADENZE_CLIENTI
               WHERE codice_cliente = :WS-RET-SOGGETTO
               AND stato IN ('A', 'P', 'I')
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-RET-CONTA > 0
               MOVE "Scadenze aperte o insolute" TO WS-RET-BLOCCO
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-RET-CONTA
               FROM CONTO_DEPOSITO
               WHERE codice_cliente = :WS-RET-SOGGETTO
               AND quantita > 0
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-RET-CONTA > 0
               MOVE "Merce in conto deposito presso il cliente"
                   TO WS-RET-BLOCCO
               EXIT PARAGRAPH
           END-IF

      * Anni d'imposta ancora accertabili: le fatture devono restare
      * riconducibili al cliente
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-RET-CONTA
               FROM DOCUMENTI_VENDITA
               WHERE codice_cliente = :WS-RET-SOGGETTO
               AND EXTRACT(YEAR FROM data_documento)
                   >= EXTRACT(YEAR FROM CURRENT_DATE)
                      - CAST(:WS-RET-ANNI-FISCALI AS INTEGER)
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-RET-CONTA > 0
               MOVE "Anni d'imposta non ancora prescritti"
                   TO WS-RET-BLOCCO
           END-IF.

      ******************************************************************
      * Il cliente deve esistere e non essere gia' anonimizzato; la
      * fine del rapporto e' la data dell'ultimo documento di vendita
      ******************************************************************
       VERIFICA-RICHIESTA-CANCELLAZIONE.
           EXEC SQL
               SELECT COALESCE(c.anonimizzato, 'N'),
                      COALESCE((SELECT CAST(MAX(d.data_documento)
                                            AS CHAR(10))
                                FROM DOCUMENTI_VENDITA d
                                WHERE d.codice_cliente =
                                      c.codice_cliente), ' ')
               INTO :WS-RET-ANONIMIZZATO, :WS-RET-FINE-RAPPORTO
               FROM CLIENTI c
               WHERE c.codice_cliente = :WS-RET-SOGGETTO
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Cliente non trovato!"
               MOVE "KO" TO WS-ESITO
               EXIT PARAGRAPH
           END-IF

           IF WS-RET-ANONIMIZZATO = 'S'
               DISPLAY "Dati del cliente gia' anonimizzati"
               MOVE "KO" TO WS-ESITO
           END-IF.

      ******************************************************************
      * Nominativo, PEC e IBAN del cliente; restano codice cliente,
      * documenti, scadenze e tutti gli importi
      ******************************************************************
       ANONIMIZZA-DATI-SOGGETTO.
           EXEC SQL
               UPDATE CLIENTI
               SET ragione_sociale = 'ANONIMIZZATO',
                   pec = NULL,
                   iban = NULL,
                   anonimizzato = 'S',
                   data_anonimizzazione = CURRENT_DATE
               WHERE codice_cliente = :WS-RET-SOGGETTO
               AND COALESCE(anonimizzato, 'N') <> 'S'
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE "KO" TO WS-ESITO
               MOVE SPACES TO WS-RET-BLOCCO
               MOVE SQLCODE TO WS-RET-SQLCODE
               STRING "Errore anonimizzazione cliente: "
                      WS-RET-SQLCODE
                      DELIMITED BY SIZE INTO WS-RET-BLOCCO
           END-IF.

      ******************************************************************
      * Partita IVA e IBAN di clienti e fornitori, controllati con la
      * routine comune VALIDA-CODICI prima della registrazione: un
      * valore errato torna come scarto SDI o bonifico respinto. La
      * variazione passa dal registro modifiche anagrafiche.
      ******************************************************************
       DATI-FISCALI-ANAGRAFICA.
           DISPLAY " "
           DISPLAY "=== DATI FISCALI CLIENTI E FORNITORI ==="

           DISPLAY "Anagrafica (C=cliente, F=fornitore): "
                   WITH NO ADVANCING
           ACCEPT WS-FIS-TIPO

           DISPLAY "Codice: " WITH NO ADVANCING
           ACCEPT WS-FIS-CODICE

           EVALUATE WS-FIS-TIPO
               WHEN 'C'
               WHEN 'c'
                   MOVE 'C' TO WS-FIS-TIPO
                   MOVE "CLIENTI" TO WS-AUD-TABELLA
                   EXEC SQL
                       SELECT ragione_sociale,
                              COALESCE(partita_iva, ' '),
                              COALESCE(iban, ' ')
                       INTO :WS-FIS-RAGIONE, :WS-FIS-PIVA,
                            :WS-FIS-IBAN
                       FROM CLIENTI
                       WHERE codice_cliente = :WS-FIS-CODICE
                   END-EXEC
               WHEN 'F'
               WHEN 'f'
                   MOVE 'F' TO WS-FIS-TIPO
                   MOVE "FORNITORI" TO WS-AUD-TABELLA
                   EXEC SQL
                       SELECT ragione_sociale,
                              COALESCE(partita_iva, ' '),
                              COALESCE(iban, ' ')
                       INTO :WS-FIS-RAGIONE, :WS-FIS-PIVA,
                            :WS-FIS-IBAN
                       FROM FORNITORI
                       WHERE codice_fornitore = :WS-FIS-CODICE
                   END-EXEC
               WHEN OTHER
                   DISPLAY "Tipo anagrafica non valido!"
                   EXIT PARAGRAPH
           END-EVALUATE

           IF SQLCODE = 100
               DISPLAY "Anagrafica non trovata!"
               EXIT PARAGRAPH
           END-IF

           IF SQLCODE NOT = 0
               DISPLAY "Errore lettura anagrafica: " SQLCODE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Ragione sociale:     " WS-FIS-RAGIONE(1:50)
           DISPLAY "Partita IVA attuale: " WS-FIS-PIVA
           DISPLAY "IBAN attuale:        " WS-FIS-IBAN

           DISPLAY "Nuova partita IVA (vuoto = invariata): "
                   WITH NO ADVANCING
           ACCEPT WS-FIS-NUOVA-PIVA

           DISPLAY "Nuovo IBAN (vuoto = invariato): "
                   WITH NO ADVANCING
           ACCEPT WS-FIS-NUOVO-IBAN

           IF WS-FIS-NUOVA-PIVA = SPACES
               AND WS-FIS-NUOVO-IBAN = SPACES
               DISPLAY "Nessuna variazione"
               EXIT PARAGRAPH
           END-IF

           IF WS-FIS-NUOVA-PIVA NOT = SPACES
               MOVE "PIVA" TO WS-VAL-TIPO
               MOVE WS-FIS-NUOVA-PIVA TO WS-VAL-VALORE
               CALL "VALIDA-CODICI" USING WS-VAL-PARAMETRI
               IF WS-VAL-ESITO NOT = "OK"
                   DISPLAY "Partita IVA non valida: " WS-VAL-MOTIVO
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-VAL-NORMALIZZATO TO WS-FIS-PIVA
           END-IF

           IF WS-FIS-NUOVO-IBAN NOT = SPACES
               MOVE "IBAN" TO WS-VAL-TIPO
               MOVE WS-FIS-NUOVO-IBAN TO WS-VAL-VALORE
               CALL "VALIDA-CODICI" USING WS-VAL-PARAMETRI
               IF WS-VAL-ESITO NOT = "OK"
                   DISPLAY "IBAN non valido: " WS-VAL-MOTIVO
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-VAL-NORMALIZZATO TO WS-FIS-IBAN
           END-IF

           MOVE WS-FIS-CODICE TO WS-AUD-CHIAVE
           PERFORM AUDIT-PRIMA

           IF WS-FIS-TIPO = 'C'
               EXEC SQL
                   UPDATE CLIENTI
                   SET partita_iva = NULLIF(:WS-FIS-PIVA, SPACES),
                       iban = NULLIF(:WS-FIS-IBAN, SPACES)
                   WHERE codice_cliente = :WS-FIS-CODICE
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE FORNITORI
                   SET partita_iva = NULLIF(:WS-FIS-PIVA, SPACES),
                       iban = NULLIF(:WS-FIS-IBAN, SPACES)
                   WHERE codice_fornitore = :WS-FIS-CODICE
               END-EXEC
           END-IF

           IF SQLCODE = 0
               DISPLAY "Dati fiscali aggiornati!"
               PERFORM AUDIT-DOPO
           ELSE
               DISPLAY "Errore aggiornamento anagrafica: " SQLCODE
           END-IF.
