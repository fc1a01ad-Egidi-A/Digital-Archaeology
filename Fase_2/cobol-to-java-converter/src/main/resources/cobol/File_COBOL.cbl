           SELECT PIANO-FILE ASSIGN TO WS-NOME-FILE-PIANO
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AVVISI-TASSO-FILE ASSIGN TO WS-NOME-FILE-AVVISI
                  ORGANIZATION IS LINE SEQUENTIAL.

      * Interfaccia con lo scadenzario di magazzino (database
      * separato): la proposta di pagamento arriva su file e
      * l'esito dei bonifici torna su file, come per l'import dei
           SELECT SOSPESE-FILE ASSIGN TO WS-NOME-FILE-SOSPESE
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INCASSI-MAG-FILE ASSIGN TO "INCASSI-MAGAZZINO.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-INC-FILE-STATUS.

           SELECT RIBA-FILE ASSIGN TO WS-NOME-FILE-RIBA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RIB-FILE-STATUS.

           SELECT ESITI-RIBA-FILE ASSIGN TO "ESITI-RIBA.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ESR-FILE-STATUS.

           SELECT DELEGA-F24-FILE ASSIGN TO WS-NOME-FILE-F24
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-F24-FILE-STATUS.

           SELECT QUIETANZE-F24-FILE ASSIGN TO "QUIETANZE-F24.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-QTZ-FILE-STATUS.

           SELECT QUIETANZA-FILE ASSIGN TO WS-NOME-FILE-QTZ
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-FILE ASSIGN TO WS-NOME-FILE-AUDIT
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUT-FILE ASSIGN TO WS-NOME-FILE-AUT
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RET-FILE ASSIGN TO WS-NOME-FILE-RET
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AML-FILE ASSIGN TO WS-NOME-FILE-AML
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DOCUMENTI-FILE ASSIGN TO WS-NOME-FILE-DOC
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RIEPILOGO-SPESE-FILE ASSIGN TO WS-NOME-FILE-RSP
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SOLLECITI-FILE ASSIGN TO WS-NOME-FILE-SOLLECITI
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CREDITO-FILE ASSIGN TO WS-NOME-FILE-CREDITO
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ANAGRAFE-FILE ASSIGN TO WS-NOME-FILE-ANAGRAFE
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FISCALE-FILE ASSIGN TO WS-NOME-FILE-FISCALE
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CR-FILE ASSIGN TO WS-NOME-FILE-CR
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SPORTELLO-FILE ASSIGN TO WS-NOME-FILE-SPORTELLO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SPO-FILE-STATUS.

           SELECT COGE-FILE ASSIGN TO WS-NOME-FILE-COGE
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PARAMETRI-FILE ASSIGN TO "BATCH-CONTI.PAR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PAR-FILE-STATUS.
       FD  PIANO-FILE.
       01  PIANO-RECORD PIC X(132).

       FD  AVVISI-TASSO-FILE.
       01  AVVISI-TASSO-RECORD PIC X(132).

       FD  PROPOSTA-FILE.
       01  PROPOSTA-RECORD.
           05  PRP-ID              PIC 9(9).
           05  FILLER              PIC X.
           05  BA-IMPORTO          PIC X(15).
           05  FILLER              PIC X(7).
           05  BA-IBAN-ORDINANTE   PIC X(27).

       FD  SOSPESE-FILE.
       01  SOSPESE-RECORD PIC X(132).

      * Incassi sui conti aziendali per l'abbinamento alle scadenze
      * clienti del magazzino (stesso tracciato in GESTIONE-MAGAZZINO)
       FD  INCASSI-MAG-FILE.
       01  INCASSI-MAG-RECORD.
           05  INC-ID              PIC 9(9).
           05  INC-DATA            PIC X(10).
           05  INC-CONTO           PIC X(12).
           05  INC-IBAN-ORDINANTE  PIC X(27).
           05  INC-ORDINANTE       PIC X(50).
           05  INC-CAUSALE         PIC X(30).
           05  INC-IMPORTO         PIC 9(13)V99.
           05  FILLER              PIC X(7).

      * Distinta RiBa presentata dall'azienda (file dati della
      * distinta emessa da GESTIONE-MAGAZZINO)
       FD  RIBA-FILE.
       01  RIBA-RECORD.
           05  RIB-ID-SCADENZA     PIC 9(9).
           05  RIB-CLIENTE         PIC X(8).
           05  RIB-RAGIONE         PIC X(50).
           05  RIB-IBAN            PIC X(27).
           05  RIB-FATTURA         PIC X(20).
           05  RIB-SCADENZA        PIC X(10).
           05  RIB-IMPORTO         PIC 9(13)V99.
           05  FILLER              PIC X(11).

      * Esiti definitivi degli effetti per il magazzino
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

      * Delega F24 aziendale da GESTIONE-PAGHE: righe per tributo
      * (R, importo con segno, a credito i recuperi) chiuse dal
      * record totale (T) con il numero di righe
       FD  DELEGA-F24-FILE.
       01  DELEGA-F24-RECORD.
           05  F24P-TIPO-REC       PIC X.
           05  F24P-AZIENDA        PIC X(6).
           05  F24P-PARTITA-IVA    PIC X(16).
           05  F24P-ANNO           PIC 9(4).
           05  F24P-MESE           PIC 99.
           05  F24P-SCADENZA       PIC X(10).
           05  F24P-TRIBUTO        PIC X(4).
           05  F24P-ENTE           PIC X(4).
           05  F24P-RIF            PIC X(4).
           05  F24P-SEGNO          PIC X.
           05  F24P-IMPORTO        PIC 9(11)V99.
           05  F24P-RIGHE          PIC 9(3).
           05  FILLER              PIC X(31).

      * Quietanze dei pagamenti F24 per GESTIONE-PAGHE
       FD  QUIETANZE-F24-FILE.
       01  QUIETANZE-F24-RECORD.
           05  QTZ-AZIENDA         PIC X(6).
           05  QTZ-ANNO            PIC 9(4).
           05  QTZ-MESE            PIC 99.
           05  QTZ-DATA            PIC X(10).
           05  QTZ-PROTOCOLLO      PIC X(20).
           05  QTZ-IMPORTO         PIC 9(11)V99.
           05  QTZ-CONTO           PIC X(12).
           05  FILLER              PIC X(33).

       FD  QUIETANZA-FILE.
       01  QUIETANZA-RECORD PIC X(132).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD PIC X(132).

       FD  AUT-FILE.
       01  AUT-RECORD PIC X(132).

       FD  RET-FILE.
       01  RET-RECORD PIC X(132).

       FD  AML-FILE.
       01  AML-RECORD PIC X(132).

       FD  DOCUMENTI-FILE.
       01  DOCUMENTI-RECORD PIC X(132).

       FD  RIEPILOGO-SPESE-FILE.
       01  RIEPILOGO-SPESE-RECORD PIC X(132).

       FD  SOLLECITI-FILE.
       01  SOLLECITI-RECORD PIC X(132).

       FD  CREDITO-FILE.
       01  CREDITO-RECORD PIC X(132).

       FD  ANAGRAFE-FILE.
       01  ANAGRAFE-RECORD PIC X(150).

       FD  FISCALE-FILE.
       01  FISCALE-RECORD PIC X(132).

       FD  CR-FILE.
       01  CR-RECORD PIC X(150).

      * Archivio di giornata del giornale di sportello BANK-SYSTEM
       FD  SPORTELLO-FILE.
       01  SPORTELLO-RECORD.
           05  SPO-DATA            PIC X(10).
           05  FILLER              PIC X.
           05  SPO-ORA             PIC X(8).
           05  FILLER              PIC X.
           05  SPO-TIPO            PIC X.
           05  FILLER              PIC X.
           05  SPO-IMPORTO         PIC 9(7)V99.
           05  FILLER              PIC X.
           05  SPO-SALDO           PIC 9(7)V99.
           05  FILLER              PIC X.
           05  SPO-CONTO           PIC X(10).

       FD  COGE-FILE.
       01  COGE-RECORD PIC X(150).

       FD  PARAMETRI-FILE.
       01  PARAMETRI-RECORD.
           05  PAR-OPERAZIONE      PIC X(20).
           05  WS-CON-STATO         PIC X.
           05  WS-CON-FIDO          PIC 9(13)V99.
           05  WS-CON-VALUTA        PIC X(3).
           05  WS-CON-PRODOTTO      PIC X(6).

      * Variabili per la maturazione interessi sui conti deposito.
      * Il tasso standard resta il default per i conti senza
      * Ritenuta fiscale sugli interessi dei conti deposito
       01  WS-ALIQ-RITENUTA-INT     PIC 9V99 VALUE 0.26.
       01  WS-RITENUTA-INT          PIC S9(13)V99.
       01  WS-INTERESSI-LORDI-INT   PIC S9(13)V99.
       01  WS-RIT-ANNO              PIC 9(4).
       01  WS-RIT-TOTALE            PIC 9(13)V99.
       01  WS-CONTA-RIT             PIC 9(5) VALUE ZERO.
       01  WS-CONTA-TRIMESTRALI     PIC 9(5) VALUE ZERO.
       01  WS-CON-ULTIMO-ANNO-CHIU  PIC 9(4).
       01  WS-CON-ULTIMO-TRIM-CHIU  PIC 9.
       01  WS-VALUTA-COMPETENZE     PIC X(10).
       01  WS-ANNO-VALUTA-COMP      PIC 9(4).

      * Data valuta e verso del movimento: REGISTRA-MOVIMENTO li
      * ricava dal tipo (depositi, interessi ed erogazioni in
      * avere, il resto in dare; valuta alla data dell'operazione)
      * salvo forzatura del chiamante, che vale per un solo
      * movimento
       01  WS-DATA-VALUTA           PIC X(10) VALUE SPACES.
       01  WS-SEGNO-MOVIMENTO       PIC X VALUE SPACE.

      * Interessi a numeri sullo scalare per valuta del trimestre:
      * creditori sui saldi attivi, debitori separati per la parte
      * entro il fido accordato (WS-TASSO-INT-PASSIVI) e per la
      * parte oltre il fido; divisore anno civile
       01  WS-TASSO-CRED-CORRENTE   PIC 9V9999 VALUE 0.0010.
       01  WS-TASSO-EXTRAFIDO       PIC 9V9999 VALUE 0.1400.
       01  WS-DIVISORE-NUMERI       PIC 999 VALUE 365.
       01  WS-INT-ATTIVI            PIC 9(13)V99.
       01  WS-INT-EXTRAFIDO         PIC 9(13)V99.
       01  WS-SCA-DATI.
           05  WS-SCA-VALUTA        PIC X(10).
           05  WS-SCA-MOVIMENTI     PIC S9(13)V99.
           05  WS-SCA-SALDO         PIC S9(13)V99.
           05  WS-SCA-GIORNI        PIC 999.
           05  WS-SCA-ENTRO-FIDO    PIC 9(13)V99.
           05  WS-SCA-OLTRE-FIDO    PIC 9(13)V99.
           05  WS-SCA-NUM-CRED      PIC 9(17)V99.
           05  WS-SCA-NUM-DEB       PIC 9(17)V99.
           05  WS-SCA-NUM-EXTRA     PIC 9(17)V99.
           05  WS-SCA-TASSO-CRED    PIC 9V9999.
       01  WS-SCA-SCRIVI            PIC X VALUE 'N'.
       01  WS-SCA-IN-ESTRATTO       PIC X VALUE 'N'.
       01  WS-SCA-NUM-EDIT          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-SCA-TASSO-EDIT        PIC 9.9999.
       01  WS-SCA-RIGA.
           05  WS-SCR-VALUTA        PIC X(10).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-SCR-MOVIMENTI     PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-SCR-SALDO         PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-SCR-GIORNI        PIC ZZ9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-SCR-NUM-CRED      PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-SCR-NUM-DEB       PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-SCR-NUM-EXTRA     PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(15) VALUE SPACES.

       01  WS-RISPOSTA              PIC X.

       01  WS-CONTA-CBI             PIC 9(5) VALUE ZERO.
       01  WS-TOTALE-CBI            PIC 9(13)V99 VALUE ZERO.

      * Parametri della routine comune VALIDA-CODICI (codice
      * fiscale, partita IVA, IBAN)
       01  WS-VAL-PARAMETRI.
           05  WS-VAL-TIPO          PIC X(4).
           05  WS-VAL-VALORE        PIC X(34).
           05  WS-VAL-DATA-NASCITA  PIC X(10).
           05  WS-VAL-SESSO         PIC X.
           05  WS-VAL-ESITO         PIC X(2).
           05  WS-VAL-MOTIVO        PIC X(50).
           05  WS-VAL-NORMALIZZATO  PIC X(34).

      * Tabella centrale dei tassi di cambio (quotazione EUR per
      * unita' di valuta), aggiornata una volta al giorno: il
           05  WS-ASS-CONTO         PIC X(12).
           05  WS-ASS-IMPORTO       PIC 9(13)V99.
           05  WS-ASS-BENEFICIARIO  PIC X(50).
           05  WS-ASS-DATA-EMISSIONE PIC X(10).
           05  WS-ASS-STATO         PIC X.
      * D=Disponibile E=Emesso I=Incassato B=Bloccato
       01  WS-LIB-PRIMO             PIC 9(10).
       01  WS-FIL-DATI.
           05  WS-FIL-CODICE       PIC X(3).
           05  WS-FIL-DESCRIZIONE  PIC X(40).
           05  WS-FIL-OPERATORE    PIC X(20).
       01  WS-QDR-FILIALE          PIC X(3).
       01  WS-QDR-FIL-CORR         PIC X(3).
       01  WS-QDR-FIL-CONTI        PIC 9(5) VALUE ZERO.
           05  WS-BA-CAUSALE       PIC X(30).
           05  WS-BA-IMPORTO       PIC 9(13)V99.
           05  WS-BA-ID            PIC 9(9).
           05  WS-BA-IBAN-ORDINANTE PIC X(27).
       01  WS-CONTA-BA-LETTI       PIC 9(5) VALUE ZERO.
       01  WS-CONTA-BA-ACCREDITATI PIC 9(5) VALUE ZERO.
       01  WS-CONTA-BA-SOSPESI     PIC 9(5) VALUE ZERO.
       01  WS-NOME-FILE-SOSPESE    PIC X(35).

      * Incassi dei clienti del magazzino: i bonifici accreditati sui
      * conti aziendali registrati restano in coda fino al travaso
      * sul file INCASSI-MAGAZZINO.DAT, che il magazzino abbina alle
      * scadenze aperte
       01  WS-INC-FILE-STATUS      PIC XX.
       01  WS-INC-CONTO            PIC X(12).
       01  WS-INC-ULTIMO           PIC 9(9).
       01  WS-CONTA-INC-ESPORTATI  PIC 9(5) VALUE ZERO.
       01  WS-INC-DATI.
           05  WS-INC-ID           PIC 9(9).
           05  WS-INC-DATA         PIC X(10).
           05  WS-INC-IBAN-ORD     PIC X(27).
           05  WS-INC-ORDINANTE    PIC X(50).
           05  WS-INC-CAUSALE      PIC X(30).
           05  WS-INC-IMPORTO      PIC 9(13)V99.

      * Portafoglio RiBa: distinte presentate dalle aziende clienti,
      * accredito salvo buon fine sul conto aziendale alla scadenza,
      * addebito dei debitori con conto presso di noi e insoluti di
      * ritorno con le spese; senza insoluto entro i giorni di
      * salvo buon fine l'effetto e' pagato. Gli esiti definitivi
      * vanno al magazzino su ESITI-RIBA.DAT. Stati effetto:
      * P=Presentato, A=Accreditato s.b.f., E=Pagato, I=Insoluto
       01  WS-RIB-FILE-STATUS      PIC XX.
       01  WS-ESR-FILE-STATUS      PIC XX.
       01  WS-NOME-FILE-RIBA       PIC X(40).
       01  WS-RIB-EOF              PIC X.
       01  WS-RIB-GIORNI-SBF       PIC 99 VALUE 10.
       01  WS-RIB-SPESE-INSOLUTO   PIC 9(7)V99 VALUE 7.50.
       01  WS-RIB-DATI.
           05  WS-RIB-DISTINTA     PIC 9(9).
           05  WS-RIB-EFFETTO      PIC 9(9).
           05  WS-RIB-CONTO        PIC X(12).
           05  WS-RIB-ID-SCADENZA  PIC 9(9).
           05  WS-RIB-CLIENTE      PIC X(8).
           05  WS-RIB-RAGIONE      PIC X(50).
           05  WS-RIB-IBAN         PIC X(27).
           05  WS-RIB-FATTURA      PIC X(20).
           05  WS-RIB-SCADENZA     PIC X(10).
           05  WS-RIB-IMPORTO      PIC 9(13)V99.
           05  WS-RIB-TOTALE       PIC 9(13)V99.
           05  WS-RIB-CONTO-DEB    PIC X(12).
           05  WS-RIB-STATO        PIC X.
           05  WS-RIB-MOTIVO       PIC X(40).
           05  WS-RIB-SPESE        PIC 9(7)V99.
           05  WS-RIB-DATA         PIC X(10).
           05  WS-RIB-ULTIMO       PIC 9(9).
           05  WS-RIB-PRESENTI     PIC 9(5).
       01  WS-RIB-CONTATORI.
           05  WS-CONTA-RIB-EFFETTI PIC 9(5).
           05  WS-CONTA-RIB-SCARTATI PIC 9(5).
           05  WS-CONTA-RIB-ACCREDITATI PIC 9(5).
           05  WS-CONTA-RIB-PAGATI PIC 9(5).
           05  WS-CONTA-RIB-INSOLUTI PIC 9(5).
           05  WS-CONTA-RIB-ESITI  PIC 9(5).

      * Deleghe F24 delle aziende clienti: importate dal file di
      * GESTIONE-PAGHE e addebitate alla scadenza con il controllo
      * fondi degli ordini permanenti; senza fondi restano in
      * ritentativo per WS-RETRY-GIORNI-MAX giorni. Ogni pagamento
      * consolidato produce la quietanza con il protocollo, stampata
      * e accodata su QUIETANZE-F24.DAT per l'ufficio paghe; il flag
      * quietanza_emessa evita doppie emissioni. Stati delega:
      * A=Attesa scadenza, R=Ritentativo, P=Pagata, N=Non pagata
       01  WS-F24-FILE-STATUS      PIC XX.
       01  WS-QTZ-FILE-STATUS      PIC XX.
       01  WS-NOME-FILE-F24        PIC X(40).
       01  WS-NOME-FILE-QTZ        PIC X(40).
       01  WS-F24-EOF              PIC X.
       01  WS-F24-DATI.
           05  WS-F24-ID           PIC 9(9).
           05  WS-F24-AZIENDA      PIC X(6).
           05  WS-F24-PARTITA-IVA  PIC X(16).
           05  WS-F24-ANNO         PIC 9(4).
           05  WS-F24-MESE         PIC 99.
           05  WS-F24-SCADENZA     PIC X(10).
           05  WS-F24-IMPORTO      PIC 9(13)V99.
           05  WS-F24-SOMMA        PIC S9(13)V99.
           05  WS-F24-CONTO        PIC X(12).
           05  WS-F24-STATO        PIC X.
           05  WS-F24-TENTATIVI    PIC 999.
           05  WS-F24-GIORNI       PIC 9(5).
           05  WS-F24-PROTOCOLLO   PIC X(20).
           05  WS-F24-DATA-PAG     PIC X(10).
           05  WS-F24-ULTIMO       PIC 9(9).
           05  WS-F24-RIGHE        PIC 9(3).
           05  WS-F24-RIGHE-TOT    PIC 9(3).
           05  WS-F24-TOTALI       PIC 9(3).
           05  WS-F24-PRESENTI     PIC 9(5).
           05  WS-F24-MOTIVO       PIC X(40).
       01  WS-F24-CONTATORI.
           05  WS-CONTA-F24-PAGATE PIC 9(5).
           05  WS-CONTA-F24-CODA   PIC 9(5).
           05  WS-CONTA-F24-NON-PAGATE PIC 9(5).
           05  WS-CONTA-F24-QUIETANZE PIC 9(5).

      * Registro modifiche anagrafiche (AUDIT_ANAGRAFICHE): ogni
      * inserimento, variazione o cancellazione su CONTI,
      * TASSI_CONTO, CLIENTI e UTENTI e' registrato campo per campo
      * con il valore prima e dopo, l'operatore, il programma e
      * l'ora. L'immagine della riga e' letta in JSON prima e dopo
      * la modifica e confrontata chiave per chiave; i campi
      * sensibili (IBAN, fido, tassi, profilo e password
      * dell'operatore) sono marcati per i revisori e le password
      * non sono mai registrate in chiaro. Il saldo aggiornato dai
      * movimenti ha gia' la sua traccia in MOVIMENTI.
      * Operazione: I=Inserimento, U=Variazione, D=Cancellazione
       01  WS-AUD-DATI.
           05  WS-AUD-TABELLA      PIC X(20).
           05  WS-AUD-CHIAVE       PIC X(40).
           05  WS-AUD-OPERAZIONE   PIC X.
           05  WS-AUD-SENSIBILI    PIC X(60) VALUE
               "iban|fido|tasso|profilo|password".
           05  WS-AUD-PROGRAMMA    PIC X(20)
                                   VALUE "GESTIONE-CONTI".
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
               88  WS-AUT-TIPO-VALIDO  VALUE "BONIFICO-ESTERNO"
                                             "FIDO".
           05  WS-AUT-RIFERIMENTO  PIC X(30).
           05  WS-AUT-DESCRIZIONE  PIC X(60).
           05  WS-AUT-IMPORTO      PIC S9(11)V99.
           05  WS-AUT-PARAMETRI    PIC X(250).
           05  WS-AUT-PAR-BONIFICO REDEFINES WS-AUT-PARAMETRI.
               10  WS-AUT-PB-CONTO     PIC X(12).
               10  WS-AUT-PB-IBAN      PIC X(27).
               10  WS-AUT-PB-NOME      PIC X(50).
               10  WS-AUT-PB-IMPORTO   PIC 9(13)V99.
               10  WS-AUT-PB-CAUSALE   PIC X(100).
               10  WS-AUT-PB-DELEGATO  PIC X(8).
               10  FILLER              PIC X(38).
           05  WS-AUT-PAR-FIDO REDEFINES WS-AUT-PARAMETRI.
               10  WS-AUT-PF-CONTO     PIC X(12).
               10  WS-AUT-PF-FIDO      PIC 9(13)V99.
               10  FILLER              PIC X(223).
           05  WS-AUT-RICHIEDENTE  PIC X(20).
           05  WS-AUT-DATA-RICH    PIC X(16).
           05  WS-AUT-SCADENZA     PIC X(16).
           05  WS-AUT-STATO        PIC X.
           05  WS-AUT-ESITO-DESCR  PIC X(12).
           05  WS-AUT-AUTORIZZATORE PIC X(20).
           05  WS-AUT-DATA-DEC     PIC X(16).
           05  WS-AUT-MOTIVO       PIC X(60).
           05  WS-AUT-DECISIONE    PIC X.
           05  WS-AUT-SOGLIA       PIC S9(11)V99.
           05  WS-AUT-ORE-VALIDITA PIC 9(4).
           05  WS-AUT-SOGLIA-STD   PIC S9(11)V99 VALUE 10000.
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
       01  WS-FID-NUOVO            PIC 9(13)V99.
      * Conservazione dei dati personali: periodi per categoria in
      * RETENTION_DATI; i soggetti anonimizzati alla scadenza (R) o su
      * richiesta dell'interessato (C), e le richieste respinte per
      * vincoli di legge, restano tracciati in ANONIMIZZAZIONI
       01  WS-RET-DATI.
           05  WS-RET-CATEGORIA    PIC X(20).
               88  WS-RET-CATEGORIA-VALIDA
                   VALUE "CLIENTI-CONTI-CHIUSI" "FISCALE".
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

      * Addebiti diretti SDD: mandati per conto (creditore e
      * identificativo univoco IUM) con data di sottoscrizione e
      * revoca; il flusso di addebiti in arrivo scarica i conti
       01  WS-CONTA-RATE-IMPAGATE  PIC 9(5) VALUE ZERO.
       01  WS-NOME-FILE-PIANO      PIC X(40).

      * Finanziamenti a tasso variabile: Euribor 1M/3M/6M (fixing
      * in FIXING_INDICI) piu' spread, con floor e cap; a ogni data
      * di revisione il piano residuo si ricalcola a durata fissa
      * (nuova rata) o a rata fissa (nuova durata), con avviso di
      * variazione al cliente e storico dei tassi applicati
       01  WS-FVR-DATI.
           05  WS-FVR-TIPO-TASSO   PIC X.
           05  WS-FVR-INDICE       PIC X(5).
           05  WS-FVR-SPREAD       PIC 9V9999.
           05  WS-FVR-FLOOR        PIC 9V9999.
           05  WS-FVR-CAP          PIC 9V9999.
           05  WS-FVR-PERIODO      PIC 99.
           05  WS-FVR-MODALITA     PIC X.
           05  WS-FVR-DATA-REVISIONE PIC X(10).
           05  WS-FVR-DATA-FIXING  PIC X(10).
           05  WS-FVR-FIXING       PIC S9V9999.
           05  WS-FVR-TASSO-CALC   PIC S9V9999.
           05  WS-FVR-TASSO-PREC   PIC 9V9999.
           05  WS-FVR-RATA-PREC    PIC 9(9)V99.
           05  WS-FVR-IMPORTO-RATA PIC 9(9)V99.
           05  WS-FVR-PRIMA-RATA   PIC 999.
           05  WS-FVR-PRIMA-SCADENZA PIC X(10).
           05  WS-FVR-RATE-RESIDUE PIC 999.
           05  WS-FVR-NUOVE-RATE   PIC 999.
       01  WS-FVR-SCELTA-INDICE    PIC X.
       01  WS-FVR-PERC-EDIT        PIC -ZZ9.999.
       01  WS-FVR-FIXING-EDIT      PIC -ZZ9.999.
       01  WS-FVR-SPREAD-EDIT      PIC ZZ9.999.
       01  WS-FVR-MAX-RATE         PIC 999 VALUE 600.
       01  WS-FINE-REVISIONI       PIC X.
       01  WS-CONTA-REVISIONI      PIC 9(5) VALUE ZERO.
       01  WS-CONTA-REV-SENZA-FIX  PIC 9(5) VALUE ZERO.
       01  WS-NOME-FILE-AVVISI     PIC X(40).

      * Pagamento fornitori dalla proposta dello scadenzario di
      * magazzino: la proposta arriva su PROPOSTA-PAGAMENTO.DAT
      * (lo scadenzario vive su un altro database), le scadenze
       01  WS-CONTA-PAG-SALTATI    PIC 9(5) VALUE ZERO.
       01  WS-TOTALE-PAG           PIC 9(13)V99 VALUE ZERO.

      * Tariffario per prodotto di conto: voci con validita',
      * commissioni per operazione addebitate al momento
      * dell'operazione, canoni mensili in batch con i periodi
      * promozionali senza canone; ogni addebito finisce in
      * COMMISSIONI per il riepilogo annuale delle spese. Data,
      * importo di default, quantita' e riferimento in causale
      * valgono per un solo addebito
       01  WS-TAR-DATI.
           05  WS-TAR-PRODOTTO     PIC X(6).
           05  WS-TAR-VOCE         PIC X(15).
           05  WS-TAR-DESCRIZIONE  PIC X(40).
           05  WS-TAR-IMPORTO      PIC 9(7)V99.
           05  WS-TAR-VALIDO-DAL   PIC X(10).
           05  WS-TAR-VALIDO-AL    PIC X(10).
       01  WS-TAR-DATA             PIC X(10) VALUE SPACES.
       01  WS-TAR-DEFAULT          PIC 9(7)V99 VALUE ZERO.
       01  WS-TAR-QUANTITA         PIC 999 VALUE 1.
       01  WS-TAR-RIFERIMENTO      PIC X(30) VALUE SPACES.
       01  WS-TAR-ADDEBITATO       PIC 9(9)V99.
       01  WS-TAR-IMPORTO-EDIT     PIC Z,ZZZ,ZZ9.99.
       01  WS-CAN-DATI.
           05  WS-CAN-ANNO         PIC 9(4).
           05  WS-CAN-MESE         PIC 99.
           05  WS-CAN-DATA         PIC X(10).
           05  WS-CAN-PERIODO      PIC 9(6).
           05  WS-CAN-ULTIMO       PIC 9(6).
           05  WS-CAN-CARTE        PIC 999.
           05  WS-CAN-PROMO        PIC X.
           05  WS-CAN-CONTO-TOT    PIC 9(9)V99.
       01  WS-FINE-CANONI          PIC X.
       01  WS-CONTA-CAN-ADDEBITATI PIC 9(5) VALUE ZERO.
       01  WS-CONTA-CAN-PROMO      PIC 9(5) VALUE ZERO.
       01  WS-CONTA-CAN-GIA        PIC 9(5) VALUE ZERO.
       01  WS-TOTALE-CANONI        PIC 9(11)V99 VALUE ZERO.
       01  WS-RSP-DATI.
           05  WS-RSP-ANNO         PIC 9(4).
           05  WS-RSP-CONTO        PIC X(12).
           05  WS-RSP-PRODOTTO     PIC X(6).
           05  WS-RSP-NUMERO       PIC 9(5).
           05  WS-RSP-IMPORTO      PIC 9(11)V99.
           05  WS-RSP-COMMISSIONI  PIC 9(11)V99.
           05  WS-RSP-BOLLO        PIC 9(11)V99.
           05  WS-RSP-INT-CRED     PIC 9(11)V99.
           05  WS-RSP-INT-DEB      PIC 9(11)V99.
           05  WS-RSP-RITENUTE     PIC 9(11)V99.
       01  WS-RSP-ETICHETTA        PIC X(53).
       01  WS-RSP-NUMERO-EDIT      PIC ZZ,ZZ9.
       01  WS-FINE-RIEPILOGO       PIC X.
       01  WS-CONTA-RSP            PIC 9(5) VALUE ZERO.
       01  WS-NOME-FILE-RSP        PIC X(45).

      * Credito deteriorato: anzianita' dello scaduto sulle rate dei
      * finanziamenti e sugli sconfinamenti oltre il fido, classe
      * della posizione (B=in bonis, S=scaduto, D=scaduto
      * deteriorato, U=inadempienza probabile, F=sofferenza),
      * solleciti agli scaglioni di SCAGLIONI_SOLLECITO e blocco
      * del conto a sofferenza. Le classi automatiche peggiorano
      * con i giorni di scaduto; dall'inadempienza probabile e
      * dalla sofferenza si esce solo con la classificazione
      * manuale dell'ufficio crediti
       01  WS-POS-DATI.
           05  WS-POS-TIPO         PIC X.
           05  WS-POS-RIFERIMENTO  PIC X(12).
           05  WS-POS-CONTO        PIC X(12).
           05  WS-POS-GIORNI       PIC 9(5).
           05  WS-POS-SCADUTO      PIC 9(11)V99.
           05  WS-POS-ESPOSIZIONE  PIC 9(11)V99.
           05  WS-POS-CLASSE       PIC X.
           05  WS-POS-CLASSE-PREC  PIC X.
           05  WS-POS-RANGO        PIC 9.
           05  WS-POS-RANGO-PREC   PIC 9.
           05  WS-POS-SOLLECITO    PIC 99.
           05  WS-POS-LIVELLO      PIC 99.
           05  WS-POS-OGGETTO      PIC X(60).
           05  WS-POS-MOTIVO       PIC X(60).
           05  WS-POS-ESISTE       PIC X.
           05  WS-POS-DATA         PIC X(10).
       01  WS-GG-DETERIORATO       PIC 9(5) VALUE 90.
       01  WS-GG-INADEMPIENZA      PIC 9(5) VALUE 180.
       01  WS-GG-SOFFERENZA        PIC 9(5) VALUE 365.
       01  WS-POS-FIN-ID           PIC 9(9).
       01  WS-POS-SALDO            PIC S9(13)V99.
       01  WS-POS-FIDO             PIC 9(13)V99.
       01  WS-POS-CLASSE-DESCR     PIC X(30).
       01  WS-POS-GIORNI-EDIT      PIC ZZ,ZZ9.
       01  WS-POS-NUMERO-EDIT      PIC ZZ,ZZ9.
       01  WS-POS-SCADUTO-EDIT     PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  WS-POS-NUMERO           PIC 9(5).
       01  WS-POS-TOT-NUMERO       PIC 9(5).
       01  WS-POS-TOT-ESPOSIZIONE  PIC 9(13)V99.
       01  WS-POS-TOT-SCADUTO      PIC 9(13)V99.
       01  WS-FINE-POSIZIONI       PIC X.
       01  WS-CONTA-POSIZIONI      PIC 9(5) VALUE ZERO.
       01  WS-CONTA-CAMBI-CLASSE   PIC 9(5) VALUE ZERO.
       01  WS-CONTA-SOLLECITI      PIC 9(5) VALUE ZERO.
       01  WS-CONTA-SOFFERENZE     PIC 9(5) VALUE ZERO.
       01  WS-NOME-FILE-SOLLECITI  PIC X(40).
       01  WS-NOME-FILE-CREDITO    PIC X(45).

      * Archivio dei rapporti finanziari: registro dei rapporti
      * segnalati (C=conto, V=vincolo, F=finanziamento, K=carta)
      * con l'ultimo evento (A=apertura, V=variazione, C=chiusura)
      * e lo stato di invio (N=da inviare, R=rettifica da inviare,
      * I=inviato, A=acquisito, S=scartato), soggetti collegati
      * (I=intestatario, D=delegato) e saldi annuali per rapporto
       01  WS-ANA-DATI.
           05  WS-ANA-ID-INVIO     PIC 9(9).
           05  WS-ANA-TIPO-INVIO   PIC X.
           05  WS-ANA-TIPO         PIC X.
           05  WS-ANA-RIFERIMENTO  PIC X(20).
           05  WS-ANA-CONTO        PIC X(12).
           05  WS-ANA-CODICE       PIC XX.
           05  WS-ANA-EVENTO       PIC X.
           05  WS-ANA-STATO        PIC X.
           05  WS-ANA-RETTIFICA    PIC X.
           05  WS-ANA-DATA-INIZIO  PIC X(10).
           05  WS-ANA-DATA-FINE    PIC X(10).
           05  WS-ANA-RUOLO        PIC X.
           05  WS-ANA-CLIENTE      PIC X(8).
           05  WS-ANA-CF           PIC X(16).
           05  WS-ANA-COGNOME      PIC X(40).
           05  WS-ANA-NOME         PIC X(40).
           05  WS-ANA-ESITO        PIC X.
           05  WS-ANA-PROTOCOLLO   PIC X(20).
           05  WS-ANA-ANNO         PIC 9(4).
           05  WS-ANA-ANNO-RETT    PIC 9(4).
           05  WS-ANA-INIZIO-ANNO  PIC X(10).
           05  WS-ANA-FINE-ANNO    PIC X(10).
           05  WS-ANA-SALDO-INIZ   PIC S9(13)V99.
           05  WS-ANA-SALDO-FINE   PIC S9(13)V99.
           05  WS-ANA-TOT-DARE     PIC 9(13)V99.
           05  WS-ANA-TOT-AVERE    PIC 9(13)V99.
           05  WS-ANA-DATA-INVIO   PIC X(10).
           05  WS-ANA-PERIODO      PIC X(8).
      * Codice fiscale dell'intermediario segnalante (da
      * PARAMETRI_ISTITUTO) e codici tipo rapporto del tracciato
       01  WS-ANA-CF-INTERMEDIARIO PIC X(16) VALUE SPACES.
       01  WS-ANA-COD-CORRENTE     PIC XX VALUE "01".
       01  WS-ANA-COD-DEPOSITO     PIC XX VALUE "03".
       01  WS-ANA-COD-FINANZ       PIC XX VALUE "12".
       01  WS-ANA-COD-CARTA        PIC XX VALUE "16".
       01  WS-FINE-ANAGRAFE        PIC X.
       01  WS-FINE-SOGGETTI        PIC X.
       01  WS-CONTA-ANA-RAPPORTI   PIC 9(7) VALUE ZERO.
       01  WS-CONTA-ANA-SOGGETTI   PIC 9(7) VALUE ZERO.
       01  WS-CONTA-ANA-RECORD     PIC 9(9) VALUE ZERO.
       01  WS-NOME-FILE-ANAGRAFE   PIC X(45).

      * Tracciato a lunghezza fissa della comunicazione: testa,
      * rapporto, soggetto collegato, saldi annuali e coda
       01  WS-ANA-REC-TESTA.
           05  FILLER              PIC X VALUE "0".
           05  ANT-CF-INTERMEDIARIO PIC X(16).
           05  ANT-TIPO-INVIO      PIC X.
           05  ANT-ID-INVIO        PIC 9(9).
           05  ANT-PERIODO         PIC X(8).
           05  ANT-DATA-CREAZIONE  PIC X(8).
           05  FILLER              PIC X(107) VALUE SPACES.
       01  WS-ANA-REC-RAPPORTO.
           05  FILLER              PIC X VALUE "1".
           05  ANR-TIPO-COMUNIC    PIC X.
           05  ANR-EVENTO          PIC X.
           05  ANR-CODICE-RAPPORTO PIC XX.
           05  ANR-TIPO-ORIGINE    PIC X.
           05  ANR-IDENTIFICATIVO  PIC X(20).
           05  ANR-NUMERO-CONTO    PIC X(12).
           05  ANR-DATA-INIZIO     PIC X(8).
           05  ANR-DATA-FINE       PIC X(8).
           05  FILLER              PIC X(96) VALUE SPACES.
       01  WS-ANA-REC-SOGGETTO.
           05  FILLER              PIC X VALUE "2".
           05  ANS-IDENTIFICATIVO  PIC X(20).
           05  ANS-TIPO-ORIGINE    PIC X.
           05  ANS-RUOLO           PIC X.
           05  ANS-CODICE-CLIENTE  PIC X(8).
           05  ANS-CODICE-FISCALE  PIC X(16).
           05  ANS-COGNOME         PIC X(40).
           05  ANS-NOME            PIC X(40).
           05  ANS-DATA-INIZIO     PIC X(8).
           05  ANS-DATA-FINE       PIC X(8).
           05  FILLER              PIC X(7) VALUE SPACES.
       01  WS-ANA-REC-SALDI.
           05  FILLER              PIC X VALUE "3".
           05  ANA-TIPO-COMUNIC    PIC X.
           05  ANA-CODICE-RAPPORTO PIC XX.
           05  ANA-TIPO-ORIGINE    PIC X.
           05  ANA-IDENTIFICATIVO  PIC X(20).
           05  ANA-ANNO            PIC 9(4).
           05  ANA-SALDO-INIZIALE  PIC S9(13)V99
                                   SIGN LEADING SEPARATE.
           05  ANA-SALDO-FINALE    PIC S9(13)V99
                                   SIGN LEADING SEPARATE.
           05  ANA-TOTALE-DARE     PIC 9(13)V99.
           05  ANA-TOTALE-AVERE    PIC 9(13)V99.
           05  ANA-VALUTA          PIC X(3) VALUE "EUR".
           05  FILLER              PIC X(56) VALUE SPACES.
       01  WS-ANA-REC-CODA.
           05  FILLER              PIC X VALUE "9".
           05  ANC-ID-INVIO        PIC 9(9).
           05  ANC-NUMERO-RAPPORTI PIC 9(7).
           05  ANC-NUMERO-SOGGETTI PIC 9(7).
           05  ANC-NUMERO-RECORD   PIC 9(9).
           05  FILLER              PIC X(117) VALUE SPACES.

      * Adeguata verifica fiscale FATCA/CRS: autocertificazione di
      * residenza fiscale del cliente (paesi e codici identificativi
      * fiscali su RESIDENZE_FISCALI, cittadinanza o residenza USA),
      * indizi di residenza estera sui clienti senza
      * autocertificazione (F=indizi USA, C=altri paesi) e
      * segnalazione annuale dei clienti da comunicare (F=FATCA,
      * C=CRS, U=indizi non documentati)
       01  WS-FSC-DATI.
           05  WS-FSC-CLIENTE      PIC X(8).
           05  WS-FSC-US-PERSON    PIC X.
           05  WS-FSC-AUTOCERT     PIC X.
           05  WS-FSC-DATA-AUTOCERT PIC X(10).
           05  WS-FSC-PAESE        PIC XX.
           05  WS-FSC-TIN          PIC X(20).
           05  WS-FSC-NUM-PAESI    PIC 99.
           05  WS-FSC-NUM-USA      PIC 99.
           05  WS-FSC-INDIZIO      PIC X.
           05  WS-FSC-REGIME       PIC X.
           05  WS-FSC-CF           PIC X(16).
           05  WS-FSC-TELEFONO     PIC X(15).
           05  WS-FSC-ANNO         PIC 9(4).
           05  WS-FSC-INIZIO-ANNO  PIC X(10).
           05  WS-FSC-FINE-ANNO    PIC X(10).
           05  WS-FSC-CONTO        PIC X(12).
           05  WS-FSC-SALDO        PIC S9(13)V99.
           05  WS-FSC-INTERESSI    PIC 9(13)V99.
           05  WS-FSC-CHIUSO       PIC X.
       01  WS-FSC-TOT-SALDO        PIC S9(13)V99.
       01  WS-FSC-TOT-INTERESSI    PIC 9(13)V99.
       01  WS-FSC-INTERESSI-EDIT   PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-FINE-FISCALE         PIC X.
       01  WS-FINE-CONTI-FSC       PIC X.
       01  WS-CONTA-INDIZI         PIC 9(5) VALUE ZERO.
       01  WS-CONTA-FSC-CLIENTI    PIC 9(5) VALUE ZERO.
       01  WS-CONTA-FSC-CONTI      PIC 9(5) VALUE ZERO.
       01  WS-NOME-FILE-FISCALE    PIC X(40).

      * Delegati e procuratori ad operare sul conto: validita',
      * procura, poteri (prelievo, bonifico, consultazione) e
      * limiti per operazione e mensile; stato della delega
      * A=attiva, R=revocata, S=scaduta, D=decaduta per decesso
       01  WS-DLG-DATI.
           05  WS-DLG-CONTO        PIC X(12).
           05  WS-DLG-CLIENTE      PIC X(8).
           05  WS-DLG-COGNOME      PIC X(40).
           05  WS-DLG-NOME         PIC X(40).
           05  WS-DLG-DATA-INIZIO  PIC X(10).
           05  WS-DLG-SCADENZA     PIC X(10).
           05  WS-DLG-DOCUMENTO    PIC X(40).
           05  WS-DLG-PRELIEVO     PIC X.
           05  WS-DLG-BONIFICO     PIC X.
           05  WS-DLG-CONSULTA     PIC X.
           05  WS-DLG-LIMITE-OPER  PIC 9(11)V99.
           05  WS-DLG-LIMITE-MESE  PIC 9(11)V99.
           05  WS-DLG-USATO-MESE   PIC 9(13)V99.
           05  WS-DLG-NUMERO       PIC 9(5).
       01  WS-DLG-LIMITE-EDIT      PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-DLG-MESE-EDIT        PIC ZZZ,ZZZ,ZZ9.99.

      * Soggetto che opera allo sportello sul conto: intestatario o
      * delegato (WS-OPE-DELEGATO valorizzato solo per il delegato),
      * operazione richiesta (D=deposito, P=prelievo, B=bonifico,
      * C=consultazione) e importo da verificare sui limiti
       01  WS-OPE-CLIENTE          PIC X(8) VALUE SPACES.
       01  WS-OPE-DELEGATO         PIC X(8) VALUE SPACES.
       01  WS-OPE-OPERAZIONE       PIC X.
       01  WS-OPE-IMPORTO          PIC 9(13)V99.

      * Centrale dei Rischi: rapporti rilevati a fine mese
      * (C=conto con fido o utilizzo, F=finanziamento) per
      * soggetto segnalato (S=singolo cliente, G=cointestazione,
      * identificata dai codici degli intestatari) e categoria
      * (R=rischi a revoca, T=rischi a scadenza, F=sofferenze);
      * soggetti segnalati oltre la soglia di censimento o a
      * sofferenza, storico per mese e stato della segnalazione
      * (P=preparata, I=inviata)
       01  WS-CR-DATI.
           05  WS-CR-MESE          PIC X(7).
           05  WS-CR-MESE-PREC     PIC X(7).
           05  WS-CR-INIZIO-MESE   PIC X(10).
           05  WS-CR-FINE-MESE     PIC X(10).
           05  WS-CR-SOGGETTO      PIC X(40).
           05  WS-CR-TIPO-SOGGETTO PIC X.
           05  WS-CR-CF            PIC X(16).
           05  WS-CR-CATEGORIA     PIC X.
           05  WS-CR-ACCORDATO     PIC 9(13)V99.
           05  WS-CR-UTILIZZATO    PIC 9(13)V99.
           05  WS-CR-SCONFINO      PIC 9(13)V99.
           05  WS-CR-GIORNI        PIC 9(5).
           05  WS-CR-SCADUTO       PIC 9(13)V99.
           05  WS-CR-CLASSE        PIC X.
           05  WS-CR-VARIAZIONE    PIC X.
           05  WS-CR-ACCORDATO-PREC PIC 9(13)V99.
           05  WS-CR-UTILIZZATO-PREC PIC 9(13)V99.
           05  WS-CR-CLASSE-PREC   PIC X.
           05  WS-CR-STATO         PIC X.
           05  WS-CR-CLIENTE       PIC X(8).
      * Codice ABI della banca segnalante (da PARAMETRI_ISTITUTO)
       01  WS-CR-CODICE-ABI        PIC X(5) VALUE SPACES.
       01  WS-CR-SOGLIA            PIC 9(11)V99 VALUE 30000.
       01  WS-CR-SOGLIA-VAR        PIC 9(3) VALUE 20.
       01  WS-FINE-CR              PIC X.
       01  WS-CONTA-CR-SOGGETTI    PIC 9(7) VALUE ZERO.
       01  WS-CONTA-CR-RECORD      PIC 9(9) VALUE ZERO.
       01  WS-CONTA-CR-VARIAZIONI  PIC 9(7) VALUE ZERO.
       01  WS-CR-TOT-ACCORDATO     PIC 9(15)V99.
       01  WS-CR-TOT-UTILIZZATO    PIC 9(15)V99.
       01  WS-CR-GIORNI-EDIT       PIC ZZ,ZZ9.
       01  WS-CR-IMPORTO-EDIT      PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-CR-PREC-EDIT         PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-CR-UTIL-EDIT         PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-CR-UTIL-PREC-EDIT    PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-NOME-FILE-CR         PIC X(45).

      * Tracciato a lunghezza fissa della segnalazione: testa,
      * dettaglio per soggetto e categoria, coda
       01  WS-CR-REC-TESTA.
           05  FILLER              PIC X VALUE "0".
           05  CRT-CODICE-ABI      PIC X(5).
           05  CRT-MESE            PIC X(6).
           05  CRT-DATA-CREAZIONE  PIC X(8).
           05  FILLER              PIC X(130) VALUE SPACES.
       01  WS-CR-REC-DETTAGLIO.
           05  FILLER              PIC X VALUE "1".
           05  CRD-SOGGETTO        PIC X(40).
           05  CRD-TIPO-SOGGETTO   PIC X.
           05  CRD-CODICE-FISCALE  PIC X(16).
           05  CRD-CATEGORIA       PIC X.
           05  CRD-ACCORDATO       PIC 9(13)V99.
           05  CRD-UTILIZZATO      PIC 9(13)V99.
           05  CRD-SCONFINO        PIC 9(13)V99.
           05  CRD-GIORNI          PIC 9(5).
           05  CRD-SCADUTO         PIC 9(13)V99.
           05  CRD-CLASSE          PIC X.
           05  CRD-VALUTA          PIC X(3) VALUE "EUR".
           05  FILLER              PIC X(22) VALUE SPACES.
       01  WS-CR-REC-CODA.
           05  FILLER              PIC X VALUE "9".
           05  CRC-MESE            PIC X(6).
           05  CRC-NUMERO-SOGGETTI PIC 9(7).
           05  CRC-NUMERO-RECORD   PIC 9(9).
           05  CRC-TOT-ACCORDATO   PIC 9(15)V99.
           05  CRC-TOT-UTILIZZATO  PIC 9(15)V99.
           05  FILLER              PIC X(93) VALUE SPACES.

      * Travaso del giornale di sportello BANK-SYSTEM: archivio di
      * giornata, conto di sportello (vuoto nei giornali anteriori
      * all'archivio conti, che appartengono al conto iniziale),
      * conto di destinazione, saldi e contatori di quadratura
       01  WS-SPO-FILE-STATUS      PIC XX.
       01  WS-NOME-FILE-SPORTELLO  PIC X(30).
       01  WS-FINE-SPORTELLO       PIC X.
       01  WS-SPO-CONTO-INIZIALE   PIC X(10) VALUE "0000000001".
       01  WS-SPO-DATI.
           05  WS-SPO-DATA-ARCHIVIO PIC X(10).
           05  WS-SPO-CONTO-SPORTELLO PIC X(10).
           05  WS-SPO-CONTO        PIC X(12).
           05  WS-SPO-PRIMO        PIC X.
           05  WS-SPO-APERTURA     PIC S9(13)V99.
           05  WS-SPO-CHIUSURA     PIC S9(13)V99.
           05  WS-SPO-CORRENTE     PIC S9(13)V99.
           05  WS-SPO-SALDO-PRIMA  PIC S9(13)V99.
           05  WS-SPO-SALDO-DOPO   PIC S9(13)V99.
           05  WS-SPO-CONTA-DEP    PIC 9(5).
           05  WS-SPO-TOT-DEP      PIC 9(13)V99.
           05  WS-SPO-CONTA-PRE    PIC 9(5).
           05  WS-SPO-TOT-PRE      PIC 9(13)V99.
           05  WS-SPO-ROTTURE      PIC 9(5).
           05  WS-SPO-ESITO        PIC X(2).
           05  WS-SPO-GIA-IMPORTATO PIC 9(5).
           05  WS-SPO-DATA-MOV     PIC X(10).
           05  WS-SPO-TIMESTAMP    PIC X(19).
       01  WS-SPO-EDIT             PIC -,---,---,--9.99.
       01  WS-SPO-EDIT-2           PIC -,---,---,--9.99.
       01  WS-SPO-IMP-DATA         PIC X(10).
       01  WS-SPO-IMP-ARCHIVIO     PIC X(30).
       01  WS-SPO-IMP-OPERATORE    PIC X(20).

      * Flusso per la contabilita' generale: movimenti di una
      * giornata per tipo e verso, tracciato comune con magazzino e
      * paghe
       01  WS-NOME-FILE-COGE       PIC X(40).
       01  WS-COGE-GIORNO          PIC X(10).
       01  WS-COGE-CONTA           PIC 9(7).
       01  WS-COGE-CONTA-EDIT      PIC ZZZ,ZZ9.
       01  WS-COGE-VALORE          PIC S9(13)V99.
       01  WS-COGE-RIGHE           PIC 9(5).
       01  WS-COGE-RIGA.
           05  COG-SORGENTE        PIC X(3) VALUE "CON".
           05  COG-REGISTRAZIONE   PIC X(20).
           05  COG-DATA            PIC X(10).
           05  COG-CAUSALE         PIC X(10).
           05  COG-SEGNO           PIC X.
           05  COG-IMPORTO         PIC S9(13)V99
                                   SIGN LEADING SEPARATE.
           05  COG-DESCRIZIONE     PIC X(60).
           05  FILLER              PIC X(30) VALUE SPACES.

      * SQL area
           EXEC SQL
               INCLUDE SQLCA
           EXEC SQL
               DECLARE CUR-MOVIMENTI CURSOR FOR
               SELECT data_movimento, tipo_movimento,
                      importo, causale, saldo_dopo,
                      CAST(COALESCE(data_valuta,
                           DATE(data_movimento)) AS CHAR(10))
               FROM MOVIMENTI
               WHERE numero_conto = :WS-NUMERO-CONTO
               AND data_movimento BETWEEN :WS-DATA-DA AND :WS-DATA-A
                      COALESCE(c.ultimo_anno_chiusura, 0),
                      COALESCE(c.ultimo_trim_chiusura, 0),
                      cl.nome, cl.cognome,
                      COALESCE(c.codice_filiale, '000'),
                      COALESCE(c.fido, 0), c.tipo_conto
               FROM CONTI c
               JOIN CLIENTI cl
                 ON c.codice_cliente = cl.codice_cliente
               ORDER BY data_ricezione, id_sospesa
           END-EXEC.

      * Conti aziendali i cui bonifici in arrivo vanno al magazzino
           EXEC SQL
               DECLARE CUR-CONTI-INCASSI CURSOR FOR
               SELECT i.numero_conto, cl.cognome,
                      CAST(i.data_inserimento AS CHAR(10))
               FROM CONTI_INCASSI i
               JOIN CONTI c ON c.numero_conto = i.numero_conto
               JOIN CLIENTI cl ON cl.codice_cliente = c.codice_cliente
               ORDER BY i.numero_conto
           END-EXEC.

      * Incassi in coda per il magazzino, in ordine di accredito
           EXEC SQL
               DECLARE CUR-INCASSI-MAGAZZINO CURSOR FOR
               SELECT id_incasso, CAST(data_accredito AS CHAR(10)),
                      numero_conto, COALESCE(iban_ordinante, ' '),
                      ordinante, causale, importo
               FROM INCASSI_MAGAZZINO
               WHERE esportato = 'N'
               ORDER BY id_incasso
           END-EXEC.

      * Effetti presentati giunti a scadenza, con il conto aziendale
      * della distinta
           EXEC SQL
               DECLARE CUR-RIBA-SCADUTI CURSOR FOR
               SELECT e.id_effetto, d.numero_conto,
                      e.numero_fattura, e.ragione_sociale,
                      COALESCE(e.iban_debitore, ' '), e.importo,
                      CAST(e.data_scadenza AS CHAR(10))
               FROM EFFETTI_RIBA e
               JOIN DISTINTE_RIBA d ON d.id_distinta = e.id_distinta
               WHERE e.stato = 'P'
               AND e.data_scadenza <= CURRENT_DATE
               ORDER BY e.id_effetto
           END-EXEC.

      * Esiti definitivi non ancora passati al magazzino
           EXEC SQL
               DECLARE CUR-ESITI-RIBA CURSOR FOR
               SELECT id_effetto, id_scadenza, numero_fattura, stato,
                      CAST(data_esito AS CHAR(10)), importo,
                      COALESCE(spese_insoluto, 0),
                      COALESCE(motivo_insoluto, ' ')
               FROM EFFETTI_RIBA
               WHERE stato IN ('E', 'I')
               AND esito_esportato = 'N'
               ORDER BY id_effetto
           END-EXEC.

      * Effetti di una distinta
           EXEC SQL
               DECLARE CUR-EFFETTI-DISTINTA CURSOR FOR
               SELECT id_effetto, numero_fattura, ragione_sociale,
                      CAST(data_scadenza AS CHAR(10)), importo, stato
               FROM EFFETTI_RIBA
               WHERE id_distinta = :WS-RIB-DISTINTA
               ORDER BY data_scadenza, id_effetto
           END-EXEC.

      * Deleghe F24 scadute da pagare o in ritentativo
           EXEC SQL
               DECLARE CUR-DELEGHE-F24 CURSOR FOR
               SELECT id_delega, numero_conto, codice_azienda,
                      anno, mese, importo, tentativi,
                      CURRENT_DATE - data_scadenza
               FROM DELEGHE_F24
               WHERE stato IN ('A', 'R')
               AND data_scadenza <= CURRENT_DATE
               ORDER BY data_scadenza, id_delega
           END-EXEC.

      * Deleghe pagate con la quietanza ancora da emettere
           EXEC SQL
               DECLARE CUR-QUIETANZE-F24 CURSOR FOR
               SELECT d.id_delega, d.numero_conto, d.codice_azienda,
                      d.anno, d.mese, d.importo, d.protocollo,
                      CAST(d.data_pagamento AS CHAR(10)), cl.cognome
               FROM DELEGHE_F24 d
               JOIN CONTI c ON c.numero_conto = d.numero_conto
               JOIN CLIENTI cl ON cl.codice_cliente = c.codice_cliente
               WHERE d.stato = 'P'
               AND d.quietanza_emessa = 'N'
               ORDER BY d.id_delega
           END-EXEC.

      * Deleghe F24 di un conto
           EXEC SQL
               DECLARE CUR-DELEGHE-CONTO CURSOR FOR
               SELECT id_delega, codice_azienda, anno, mese,
                      CAST(data_scadenza AS CHAR(10)), importo,
                      stato, COALESCE(protocollo, ' ')
               FROM DELEGHE_F24
               WHERE numero_conto = :WS-F24-CONTO
               ORDER BY data_scadenza DESC, id_delega
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
                      SUBSTR(richiedente, 1, 20),
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
                      importo, SUBSTR(richiedente, 1, 20),
                      CAST(data_richiesta AS CHAR(16)), stato,
                      COALESCE(SUBSTR(autorizzatore, 1, 20), ' '),
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

      * Clienti con tutti i conti, anche cointestati, chiusi da oltre
      * il periodo di conservazione e non ancora anonimizzati
           EXEC SQL
               DECLARE CUR-RET-SOGGETTI CURSOR FOR
               SELECT cl.codice_cliente,
                      CAST(MAX(c.data_chiusura) AS CHAR(10))
               FROM CLIENTI cl
               JOIN CONTI c
                 ON c.codice_cliente = cl.codice_cliente
                 OR c.numero_conto IN
                    (SELECT i.numero_conto
                     FROM CONTO_INTESTATARI i
                     WHERE i.codice_cliente = cl.codice_cliente)
               WHERE COALESCE(cl.anonimizzato, 'N') <> 'S'
               GROUP BY cl.codice_cliente
               HAVING SUM(CASE WHEN c.stato = 'C'
                                AND c.data_chiusura IS NOT NULL
                               THEN 0 ELSE 1 END) = 0
               AND MAX(c.data_chiusura) < CURRENT_DATE
                   - CAST(:WS-RET-ANNI AS INTEGER) * INTERVAL '1 year'
               ORDER BY cl.codice_cliente
           END-EXEC.

      * Rate di finanziamento scadute e non ancora pagate, con il
      * conto di appoggio del finanziamento
           EXEC SQL
               ORDER BY numero_rata
           END-EXEC.

      * Finanziamenti a tasso variabile giunti alla data di
      * revisione del tasso
           EXEC SQL
               DECLARE CUR-FIN-REVISIONE CURSOR FOR
               SELECT id_finanziamento, numero_conto,
                      indice_riferimento, spread,
                      COALESCE(tasso_floor, 0),
                      COALESCE(tasso_cap, 0),
                      periodicita_revisione,
                      COALESCE(modalita_revisione, 'D'),
                      CAST(data_prossima_revisione AS CHAR(10)),
                      tasso_annuo, rata_mensile
               FROM FINANZIAMENTI
               WHERE stato = 'A'
               AND tipo_tasso = 'V'
               AND data_prossima_revisione <= CURRENT_DATE
               ORDER BY id_finanziamento
           END-EXEC.

      * Storico dei tassi applicati al finanziamento
           EXEC SQL
               DECLARE CUR-STORICO-TASSI CURSOR FOR
               SELECT CAST(data_decorrenza AS CHAR(10)),
                      COALESCE(tasso_indice, 0),
                      COALESCE(spread, 0),
                      tasso_annuo, rata_mensile, rate_residue
               FROM STORICO_TASSI_FIN
               WHERE id_finanziamento = :WS-FIN-ID
               ORDER BY data_decorrenza, id_storico
           END-EXEC.

      * Dichiarazione cursore per la coda ordini da ritentare
           EXEC SQL
               DECLARE CUR-ORDINI-RETRY CURSOR FOR
               ORDER BY data_accodamento, id_retry
           END-EXEC.

      * Scalare per valuta del periodo: movimenti sommati per data
      * valuta con i giorni fino alla valuta successiva (l'ultima
      * fino a fine periodo); i movimenti anteriori alla data
      * valuta hanno la data contabile, e quelli senza verso il
      * verso del tipo
           EXEC SQL
               DECLARE CUR-SCALARE CURSOR FOR
               SELECT CAST(g.valuta AS CHAR(10)), g.importo,
                      LEAD(g.valuta, 1,
                           CAST(:WS-DATA-A AS DATE) + 1)
                          OVER (ORDER BY g.valuta) - g.valuta
               FROM (SELECT m.valuta, SUM(m.importo) AS importo
                     FROM (SELECT COALESCE(data_valuta,
                                  DATE(data_movimento)) AS valuta,
                                  CASE WHEN COALESCE(segno,
                                       CASE WHEN tipo_movimento
                                            IN ('D', 'I', 'M')
                                            THEN '+' ELSE '-' END)
                                       = '-' THEN 0 - importo
                                  ELSE importo END AS importo
                           FROM MOVIMENTI
                           WHERE numero_conto = :WS-NUMERO-CONTO) m
                     WHERE m.valuta
                           BETWEEN CAST(:WS-DATA-DA AS DATE)
                               AND CAST(:WS-DATA-A AS DATE)
                     GROUP BY m.valuta) g
               ORDER BY g.valuta
           END-EXEC.

      * Voci di tariffario di un prodotto
           EXEC SQL
               DECLARE CUR-TARIFFARIO CURSOR FOR
               SELECT voce, descrizione, importo,
                      CAST(valido_dal AS CHAR(10)),
                      COALESCE(CAST(valido_al AS CHAR(10)),
                               '9999-12-31')
               FROM TARIFFARIO
               WHERE codice_prodotto = :WS-TAR-PRODOTTO
               ORDER BY voce, valido_dal DESC
           END-EXEC.

      * Conti attivi nel mese per l'addebito dei canoni, con
      * ultimo mese gia' addebitato, carte attive e promozione
      * senza canone in corso al primo giorno del mese
           EXEC SQL
               DECLARE CUR-CONTI-CANONE CURSOR FOR
               SELECT c.numero_conto,
                      COALESCE(c.ultimo_periodo_canone, 0),
                      (SELECT COUNT(*) FROM CARTE ca
                       WHERE ca.numero_conto = c.numero_conto
                       AND ca.stato = 'A'),
                      CASE WHEN EXISTS (
                           SELECT 1 FROM PROMOZIONI_CANONE p
                           WHERE p.numero_conto = c.numero_conto
                           AND p.valido_dal <=
                               CAST(:WS-CAN-DATA AS DATE)
                           AND p.valido_al >=
                               CAST(:WS-CAN-DATA AS DATE))
                      THEN 'S' ELSE 'N' END
               FROM CONTI c
               WHERE c.stato = 'A'
               AND c.data_apertura <
                   CAST(:WS-CAN-DATA AS DATE) + INTERVAL '1 month'
               ORDER BY c.numero_conto
           END-EXEC.

      * Conti in essere nell'anno per il riepilogo delle spese
      * (tutti, o il solo conto richiesto)
           EXEC SQL
               DECLARE CUR-CONTI-RIEPILOGO CURSOR FOR
               SELECT c.numero_conto,
                      COALESCE(c.codice_prodotto, 'STD'),
                      cl.nome, cl.cognome
               FROM CONTI c
               JOIN CLIENTI cl
                 ON c.codice_cliente = cl.codice_cliente
               WHERE c.numero_conto =
                     COALESCE(NULLIF(:WS-RSP-CONTO, SPACES),
                              c.numero_conto)
               AND EXTRACT(YEAR FROM c.data_apertura) <=
                   :WS-RSP-ANNO
               AND (c.data_chiusura IS NULL
                    OR EXTRACT(YEAR FROM c.data_chiusura) >=
                       :WS-RSP-ANNO)
               ORDER BY c.numero_conto
           END-EXEC.

      * Commissioni dell'anno del conto raggruppate per voce, con
      * la descrizione della voce nel tariffario del prodotto
           EXEC SQL
               DECLARE CUR-COMMISSIONI-ANNO CURSOR FOR
               SELECT k.voce,
                      COALESCE((SELECT MAX(t.descrizione)
                                FROM TARIFFARIO t
                                WHERE t.codice_prodotto =
                                      :WS-RSP-PRODOTTO
                                AND t.voce = k.voce), k.voce),
                      SUM(k.quantita), SUM(k.importo)
               FROM COMMISSIONI k
               WHERE k.numero_conto = :WS-NUMERO-CONTO
               AND EXTRACT(YEAR FROM k.data_addebito) =
                   :WS-RSP-ANNO
               GROUP BY k.voce
               ORDER BY k.voce
           END-EXEC.

      * Finanziamenti con le rate non pagate: la scadenza originaria
      * (erogazione piu' i mesi del numero rata) da' l'anzianita'
      * anche alle rate impagate gia' accodate; esposizione come
      * rate scadute piu' capitale delle rate a scadere
           EXEC SQL
               DECLARE CUR-POSIZIONI-FIN CURSOR FOR
               SELECT r.id_finanziamento, r.numero_conto,
                      COALESCE(CURRENT_DATE
                          - MIN(CASE WHEN r.scad_orig < CURRENT_DATE
                                     THEN r.scad_orig END), 0),
                      COALESCE(SUM(CASE WHEN r.scad_orig < CURRENT_DATE
                                        THEN r.importo_rata
                                   ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN r.scad_orig < CURRENT_DATE
                                        THEN r.importo_rata
                                   ELSE r.quota_capitale END), 0)
               FROM (SELECT f.id_finanziamento, f.numero_conto,
                            rf.importo_rata, rf.quota_capitale,
                            CAST(f.data_erogazione
                                 + rf.numero_rata * INTERVAL '1 month'
                                 AS DATE) AS scad_orig
                     FROM FINANZIAMENTI f
                     LEFT JOIN RATE_FINANZIAMENTO rf
                       ON rf.id_finanziamento = f.id_finanziamento
                      AND rf.stato = 'A'
                     WHERE f.stato IN ('A', 'E')) r
               GROUP BY r.id_finanziamento, r.numero_conto
               ORDER BY r.id_finanziamento
           END-EXEC.

      * Conti sconfinati oltre il fido e conti con una posizione
      * ancora classificata (per rilevarne la regolarizzazione);
      * l'anzianita' decorre dal primo rilevamento dello
      * sconfinamento
           EXEC SQL
               DECLARE CUR-POSIZIONI-CONTI CURSOR FOR
               SELECT c.numero_conto, c.saldo, COALESCE(c.fido, 0),
                      COALESCE(CURRENT_DATE - p.data_inizio_scaduto,
                               0)
               FROM CONTI c
               LEFT JOIN POSIZIONI_CREDITO p
                 ON p.tipo_posizione = 'C'
                AND p.riferimento = c.numero_conto
               WHERE c.stato <> 'C'
               AND (c.saldo < 0 - COALESCE(c.fido, 0)
                    OR (p.classe IS NOT NULL AND p.classe <> 'B'))
               ORDER BY c.numero_conto
           END-EXEC.

      * Esposizioni per classe per il report mensile
           EXEC SQL
               DECLARE CUR-CREDITO-CLASSI CURSOR FOR
               SELECT classe, COUNT(*), SUM(esposizione),
                      SUM(importo_scaduto)
               FROM POSIZIONI_CREDITO
               GROUP BY classe
               ORDER BY CASE classe WHEN 'B' THEN 0 WHEN 'S' THEN 1
                        WHEN 'D' THEN 2 WHEN 'U' THEN 3 ELSE 4 END
           END-EXEC.

      * Posizioni non in bonis, dalle piu' gravi
           EXEC SQL
               DECLARE CUR-CREDITO-DETTAGLIO CURSOR FOR
               SELECT tipo_posizione, riferimento, numero_conto,
                      classe, giorni_scaduto, esposizione,
                      importo_scaduto
               FROM POSIZIONI_CREDITO
               WHERE classe <> 'B'
               ORDER BY CASE classe WHEN 'F' THEN 0 WHEN 'U' THEN 1
                        WHEN 'D' THEN 2 ELSE 3 END,
                        giorni_scaduto DESC, riferimento
           END-EXEC.

      * Storico delle classi di una posizione
           EXEC SQL
               DECLARE CUR-STORICO-CLASSI CURSOR FOR
               SELECT CAST(data_variazione AS CHAR(10)),
                      classe_precedente, classe_nuova,
                      giorni_scaduto, esposizione,
                      COALESCE(motivo, ' ')
               FROM STORICO_CLASSI_CREDITO
               WHERE tipo_posizione = :WS-POS-TIPO
               AND riferimento = :WS-POS-RIFERIMENTO
               ORDER BY id_storico
           END-EXEC.

      * Scaglioni di sollecito configurati
           EXEC SQL
               DECLARE CUR-SCAGLIONI CURSOR FOR
               SELECT livello, giorni_scaduto, oggetto
               FROM SCAGLIONI_SOLLECITO
               ORDER BY livello
           END-EXEC.

      * Rapporti da comunicare all'archivio dei rapporti, nuovi o
      * in rettifica
           EXEC SQL
               DECLARE CUR-ANAGRAFE-RAPPORTI CURSOR FOR
               SELECT tipo_origine, riferimento, numero_conto,
                      codice_rapporto, evento, stato_invio,
                      TO_CHAR(data_inizio, 'YYYYMMDD'),
                      COALESCE(TO_CHAR(data_fine, 'YYYYMMDD'), ' ')
               FROM RAPPORTI_ANAGRAFE
               WHERE stato_invio IN ('N', 'R')
               ORDER BY numero_conto, tipo_origine, riferimento
           END-EXEC.

      * Soggetti collegati a un rapporto, intestatari e delegati
           EXEC SQL
               DECLARE CUR-ANAGRAFE-SOGGETTI CURSOR FOR
               SELECT s.ruolo, s.codice_cliente,
                      COALESCE(c.codice_fiscale, ' '),
                      c.cognome, c.nome,
                      TO_CHAR(s.data_inizio, 'YYYYMMDD'),
                      COALESCE(TO_CHAR(s.data_fine, 'YYYYMMDD'), ' ')
               FROM SOGGETTI_RAPPORTO s
               JOIN CLIENTI c ON c.codice_cliente = s.codice_cliente
               WHERE s.tipo_origine = :WS-ANA-TIPO
               AND s.riferimento = :WS-ANA-RIFERIMENTO
               ORDER BY s.ruolo DESC, s.codice_cliente, s.data_inizio
           END-EXEC.

      * Rapporti in essere nell'anno senza saldi gia' comunicati o
      * con saldi in rettifica
           EXEC SQL
               DECLARE CUR-ANAGRAFE-SALDI CURSOR FOR
               SELECT r.tipo_origine, r.riferimento, r.numero_conto,
                      r.codice_rapporto,
                      COALESCE(sa.stato_invio, 'N')
               FROM RAPPORTI_ANAGRAFE r
               LEFT JOIN SALDI_ANAGRAFE sa
                      ON sa.tipo_origine = r.tipo_origine
                     AND sa.riferimento = r.riferimento
                     AND sa.anno = :WS-ANA-ANNO
               WHERE r.data_inizio <= CAST(:WS-ANA-FINE-ANNO AS DATE)
               AND (r.data_fine IS NULL
                    OR r.data_fine >=
                       CAST(:WS-ANA-INIZIO-ANNO AS DATE))
               AND COALESCE(sa.stato_invio, 'N') IN ('N', 'R')
               ORDER BY r.numero_conto, r.tipo_origine, r.riferimento
           END-EXEC.

      * Rapporti di un conto nel registro dell'archivio
           EXEC SQL
               DECLARE CUR-RAPPORTI-CONTO CURSOR FOR
               SELECT tipo_origine, riferimento, codice_rapporto,
                      evento, stato_invio,
                      CAST(data_inizio AS CHAR(10)),
                      COALESCE(CAST(data_fine AS CHAR(10)), ' '),
                      COALESCE(id_invio, 0),
                      COALESCE(CAST(data_invio AS CHAR(10)), ' ')
               FROM RAPPORTI_ANAGRAFE
               WHERE numero_conto = :WS-ANA-CONTO
               ORDER BY tipo_origine, riferimento
           END-EXEC.

      * Deleghe ad operare in essere su un conto
           EXEC SQL
               DECLARE CUR-DELEGATI-CONTO CURSOR FOR
               SELECT d.codice_cliente, c.cognome, c.nome,
                      CAST(d.data_inizio AS CHAR(10)),
                      COALESCE(CAST(d.data_scadenza AS CHAR(10)),
                               ' '),
                      COALESCE(d.abilita_prelievo, 'N'),
                      COALESCE(d.abilita_bonifico, 'N'),
                      COALESCE(d.abilita_consultazione, 'N'),
                      COALESCE(d.limite_operazione, 0),
                      COALESCE(d.limite_mensile, 0)
               FROM DELEGATI_CONTO d
               JOIN CLIENTI c ON c.codice_cliente = d.codice_cliente
               WHERE d.numero_conto = :WS-DLG-CONTO
               AND d.data_fine IS NULL
               ORDER BY d.data_inizio, d.codice_cliente
           END-EXEC.

      * Paesi di residenza fiscale autocertificati dal cliente
           EXEC SQL
               DECLARE CUR-RESIDENZE-FISCALI CURSOR FOR
               SELECT paese, COALESCE(tin, ' ')
               FROM RESIDENZE_FISCALI
               WHERE codice_cliente = :WS-FSC-CLIENTE
               ORDER BY paese
           END-EXEC.

      * Clienti senza autocertificazione fiscale con indizi di
      * residenza estera: recapito telefonico o indirizzo USA,
      * prefisso telefonico estero
           EXEC SQL
               DECLARE CUR-INDIZI-FISCALI CURSOR FOR
               SELECT i.codice_cliente, i.nome, i.cognome,
                      i.telefono, i.indizio
               FROM (SELECT k.codice_cliente, k.nome, k.cognome,
                            k.telefono,
                            CASE WHEN k.telefono LIKE '+1%'
                                 OR k.telefono LIKE '001%'
                                 OR k.recapito LIKE '% USA%'
                                 OR k.recapito LIKE '%U.S.A.%'
                                 OR k.recapito LIKE '%UNITED STATES%'
                                 OR k.recapito LIKE '%STATI UNITI%'
                                 THEN 'F'
                                 WHEN (k.telefono LIKE '+%'
                                       AND k.telefono NOT LIKE '+39%')
                                 OR (k.telefono LIKE '00%'
                                     AND k.telefono NOT LIKE '0039%')
                                 THEN 'C'
                                 ELSE 'N' END AS indizio
                     FROM (SELECT codice_cliente, nome, cognome,
                                  COALESCE(telefono, ' ')
                                      AS telefono,
                                  UPPER(COALESCE(indirizzo, ' ')
                                        || ' '
                                        || COALESCE(citta, ' '))
                                      AS recapito
                           FROM CLIENTI
                           WHERE COALESCE(autocert_fiscale, 'N')
                                 <> 'S') k) i
               WHERE i.indizio <> 'N'
               ORDER BY i.codice_cliente
           END-EXEC.

      * Clienti da segnalare per l'anno con almeno un conto in
      * essere: cittadini o residenti USA, residenti fiscali di
      * altri paesi, clienti con indizi non documentati
           EXEC SQL
               DECLARE CUR-CLIENTI-FATCA-CRS CURSOR FOR
               SELECT cl.codice_cliente, cl.nome, cl.cognome,
                      COALESCE(cl.codice_fiscale, ' '),
                      CASE WHEN COALESCE(cl.us_person, 'N') = 'S'
                           THEN 'F'
                           WHEN COALESCE(cl.autocert_fiscale, 'N')
                                = 'S'
                           THEN 'C'
                           ELSE 'U' END
               FROM CLIENTI cl
               WHERE (COALESCE(cl.us_person, 'N') = 'S'
                      OR EXISTS
                         (SELECT 1 FROM RESIDENZE_FISCALI rf
                          WHERE rf.codice_cliente = cl.codice_cliente
                          AND rf.paese <> 'IT')
                      OR (COALESCE(cl.autocert_fiscale, 'N') <> 'S'
                          AND COALESCE(cl.indizi_fiscali, 'N')
                              IN ('F', 'C')))
               AND EXISTS
                   (SELECT 1 FROM CONTO_INTESTATARI ci
                    JOIN CONTI c ON c.numero_conto = ci.numero_conto
                    WHERE ci.codice_cliente = cl.codice_cliente
                    AND c.data_apertura <=
                        CAST(:WS-FSC-FINE-ANNO AS DATE)
                    AND (c.data_chiusura IS NULL
                         OR c.data_chiusura >=
                            CAST(:WS-FSC-INIZIO-ANNO AS DATE)))
               ORDER BY cl.codice_cliente
           END-EXEC.

      * Conti del cliente segnalato con saldo di fine anno (dai
      * movimenti con il loro verso) e interessi lordi dell'anno
           EXEC SQL
               DECLARE CUR-CONTI-FATCA-CRS CURSOR FOR
               SELECT c.numero_conto,
                      COALESCE((SELECT SUM(CASE WHEN COALESCE(m.segno,
                                    CASE WHEN m.tipo_movimento
                                         IN ('D', 'I', 'M')
                                         THEN '+' ELSE '-' END)
                                    = '-' THEN 0 - m.importo
                                    ELSE m.importo END)
                                FROM MOVIMENTI m
                                WHERE m.numero_conto = c.numero_conto
                                AND DATE(m.data_movimento) <=
                                    CAST(:WS-FSC-FINE-ANNO AS DATE)),
                               0),
                      COALESCE((SELECT SUM(COALESCE(r.interessi_lordi,
                                                    0))
                                FROM RITENUTE_INTERESSI r
                                WHERE r.numero_conto = c.numero_conto
                                AND r.anno = :WS-FSC-ANNO), 0),
                      CASE WHEN c.data_chiusura <=
                                CAST(:WS-FSC-FINE-ANNO AS DATE)
                           THEN 'C' ELSE ' ' END
               FROM CONTO_INTESTATARI ci
               JOIN CONTI c ON c.numero_conto = ci.numero_conto
               WHERE ci.codice_cliente = :WS-FSC-CLIENTE
               AND c.data_apertura <= CAST(:WS-FSC-FINE-ANNO AS DATE)
               AND (c.data_chiusura IS NULL
                    OR c.data_chiusura >=
                       CAST(:WS-FSC-INIZIO-ANNO AS DATE))
               ORDER BY c.numero_conto
           END-EXEC.

      * Soggetti segnalati nel mese alla Centrale dei Rischi, per
      * il flusso
           EXEC SQL
               DECLARE CUR-CR-SEGNALATI CURSOR FOR
               SELECT s.soggetto, s.tipo_soggetto,
                      COALESCE(cl.codice_fiscale, ' '),
                      s.categoria, s.accordato, s.utilizzato,
                      s.sconfino, s.giorni_scaduto,
                      s.importo_scaduto, s.classe
               FROM CR_SEGNALATI s
               LEFT JOIN CLIENTI cl
                      ON s.tipo_soggetto = 'S'
                     AND cl.codice_cliente = s.soggetto
               WHERE s.mese = :WS-CR-MESE
               ORDER BY s.soggetto, s.categoria
           END-EXEC.

      * Variazioni rispetto alla segnalazione del mese precedente:
      * soggetti nuovi (N) o usciti (U), accordato o classe
      * cambiati, nuovo sconfinamento, utilizzato variato oltre la
      * percentuale di controllo (V)
           EXEC SQL
               DECLARE CUR-CR-VARIAZIONI CURSOR FOR
               SELECT COALESCE(a.soggetto, p.soggetto),
                      COALESCE(a.categoria, p.categoria),
                      CASE WHEN p.soggetto IS NULL THEN 'N'
                           WHEN a.soggetto IS NULL THEN 'U'
                           ELSE 'V' END,
                      COALESCE(p.accordato, 0),
                      COALESCE(a.accordato, 0),
                      COALESCE(p.utilizzato, 0),
                      COALESCE(a.utilizzato, 0),
                      COALESCE(p.classe, ' '),
                      COALESCE(a.classe, ' '),
                      COALESCE(a.giorni_scaduto, 0)
               FROM (SELECT * FROM CR_SEGNALATI
                     WHERE mese = :WS-CR-MESE) a
               FULL OUTER JOIN
                    (SELECT * FROM CR_SEGNALATI
                     WHERE mese = :WS-CR-MESE-PREC) p
                 ON p.soggetto = a.soggetto
                AND p.categoria = a.categoria
               WHERE p.soggetto IS NULL
               OR a.soggetto IS NULL
               OR a.accordato <> p.accordato
               OR a.classe <> p.classe
               OR (a.sconfino > 0 AND p.sconfino = 0)
               OR ABS(a.utilizzato - p.utilizzato) * 100
                  > p.utilizzato * :WS-CR-SOGLIA-VAR
               ORDER BY 1, 2
           END-EXEC.

      * Storico delle segnalazioni in cui compare un cliente, da
      * solo o in cointestazione
           EXEC SQL
               DECLARE CUR-CR-STORICO CURSOR FOR
               SELECT s.mese, s.soggetto, s.categoria, s.accordato,
                      s.utilizzato, s.giorni_scaduto,
                      s.importo_scaduto, s.classe,
                      COALESCE(g.stato, 'P')
               FROM CR_SEGNALATI s
               LEFT JOIN CR_SEGNALAZIONI g ON g.mese = s.mese
               WHERE '+' || s.soggetto || '+' LIKE
                     '%+' || TRIM(:WS-CR-CLIENTE) || '+%'
               ORDER BY s.mese DESC, s.soggetto, s.categoria
           END-EXEC.

      * Archivi di sportello gia' travasati, i piu' recenti prima
           EXEC SQL
               DECLARE CUR-IMPORT-SPORTELLO CURSOR FOR
               SELECT CAST(data_import AS CHAR(10)), nome_archivio,
                      conto_sportello, numero_conto,
                      numero_depositi + numero_prelievi,
                      saldo_apertura, saldo_chiusura,
                      saldo_conto_dopo, esito, operatore
               FROM IMPORT_SPORTELLO
               ORDER BY data_import DESC, nome_archivio,
                        conto_sportello
           END-EXEC.

      * Movimenti della giornata per tipo e verso (il segno
      * registrato o, per i movimenti che non lo hanno, quello
      * implicito nel tipo)
           EXEC SQL
               DECLARE CUR-COGE-CONTI CURSOR FOR
               SELECT 'CON-' || m.tipo_movimento || m.verso,
                      COUNT(*), SUM(m.importo)
               FROM (SELECT tipo_movimento, importo,
                            COALESCE(segno,
                                 CASE WHEN tipo_movimento
                                      IN ('D', 'I', 'M')
                                      THEN '+' ELSE '-' END) AS verso
                     FROM MOVIMENTI
                     WHERE DATE(data_movimento)
                           = CAST(:WS-COGE-GIORNO AS DATE)) m
               GROUP BY 1
               ORDER BY 1
           END-EXEC.

       01  WS-MOVIMENTO.
           05  WS-MOV-DATA          PIC X(19).
           05  WS-MOV-TIPO          PIC X.
           05  WS-MOV-IMPORTO       PIC S9(13)V99.
           05  WS-MOV-CAUSALE       PIC X(100).
           05  WS-MOV-SALDO-DOPO    PIC S9(13)V99.
           05  WS-MOV-VALUTA        PIC X(10).
       
       01  WS-TITOLO-REPORT.
           05  FILLER               PIC X(50) VALUE SPACES.
                   PERFORM ESEGUI-ORDINI-PERMANENTI
               WHEN "QUADRATURA"
                   PERFORM QUADRATURA-CONTI
               WHEN "CANONI-MENSILI"
                   PERFORM ADDEBITO-CANONI-MENSILI
               WHEN "RIEPILOGO-SPESE"
                   PERFORM RIEPILOGO-SPESE-ANNUO
               WHEN "REVISIONE-TASSI"
                   PERFORM REVISIONE-TASSI-VARIABILI
               WHEN "CREDITO-DETERIORATO"
                   PERFORM CLASSIFICAZIONE-CREDITI
               WHEN "REPORT-CREDITO"
                   PERFORM REPORT-CREDITO-DETERIORATO
               WHEN "ANAGRAFE-MENSILE"
                   MOVE "OK" TO WS-ESITO
                   PERFORM COMUNICAZIONE-MENSILE-ANAGRAFE
                   IF WS-ESITO NOT = "OK"
                       MOVE 8 TO WS-BATCH-RC
                   END-IF
               WHEN "ANAGRAFE-ANNUALE"
                   MOVE "OK" TO WS-ESITO
                   PERFORM COMUNICAZIONE-ANNUALE-ANAGRAFE
                   IF WS-ESITO NOT = "OK"
                       MOVE 8 TO WS-BATCH-RC
                   END-IF
               WHEN "INDIZI-FISCALI"
                   PERFORM VERIFICA-INDIZI-FISCALI
               WHEN "FATCA-CRS"
                   PERFORM SEGNALAZIONE-FATCA-CRS
               WHEN "DELEGHE-SCADUTE"
                   PERFORM SCADENZA-DELEGHE
               WHEN "CENTRALE-RISCHI"
                   MOVE "OK" TO WS-ESITO
                   PERFORM SEGNALAZIONE-CENTRALE-RISCHI
                   IF WS-ESITO NOT = "OK"
                       MOVE 8 TO WS-BATCH-RC
                   END-IF
               WHEN "EXPORT-INCASSI"
                   PERFORM ESPORTA-INCASSI-MAGAZZINO
               WHEN "RIBA-SCADENZE"
                   PERFORM ELABORA-SCADENZE-RIBA
                   IF WS-ESITO NOT = "OK"
                       MOVE 8 TO WS-BATCH-RC
                   END-IF
               WHEN "F24-SCADENZE"
                   PERFORM PAGA-DELEGHE-F24
                   EVALUATE TRUE
                       WHEN WS-ESITO NOT = "OK"
                           MOVE 8 TO WS-BATCH-RC
                       WHEN WS-CONTA-F24-CODA > 0
                         OR WS-CONTA-F24-NON-PAGATE > 0
                           MOVE 4 TO WS-BATCH-RC
                   END-EVALUATE
               WHEN "FLUSSO-COGE"
                   PERFORM FLUSSO-COGE-CONTI
                   IF WS-ESITO NOT = "OK"
                       MOVE 8 TO WS-BATCH-RC
                   END-IF
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
           DISPLAY "35. Pignoramenti e vincoli giudiziari"
           DISPLAY "36. Decesso intestatario e successione"
           DISPLAY "37. Documenti di identità e blocco KYC"
           DISPLAY "38. Tariffario, canoni e riepilogo spese"
           DISPLAY "39. Credito deteriorato e solleciti"
           DISPLAY "40. Archivio rapporti (Anagrafe Tributaria)"
           DISPLAY "41. Centrale dei Rischi"
           DISPLAY "42. Giornali di sportello BANK-SYSTEM"
           DISPLAY "43. Flusso per la contabilita' generale"
           DISPLAY "44. Portafoglio RiBa"
           DISPLAY "45. Deleghe F24 aziendali"
           DISPLAY "46. Registro modifiche anagrafiche"
           DISPLAY "47. Modifica fido di conto"
           DISPLAY "48. Autorizzazioni operazioni sopra soglia"
           DISPLAY "49. Conservazione dati personali"
           DISPLAY "0. Esci"
           DISPLAY "==========================================="
           DISPLAY "Scelta: " WITH NO ADVANCING
           ACCEPT WS-SCELTA.
       
       ELABORA-SCELTA.
           MOVE SPACES TO WS-OPE-CLIENTE
           MOVE SPACES TO WS-OPE-DELEGATO

           EVALUATE WS-SCELTA
               WHEN 1
                   PERFORM APERTURA-CONTO
                   END-IF
               WHEN 37
                   PERFORM GESTIONE-DOCUMENTI-KYC
               WHEN 38
                   PERFORM GESTIONE-TARIFFARIO
               WHEN 39
                   PERFORM GESTIONE-CREDITO-DETERIORATO
               WHEN 40
                   PERFORM GESTIONE-ANAGRAFE-RAPPORTI
               WHEN 41
                   PERFORM GESTIONE-CENTRALE-RISCHI
               WHEN 42
                   PERFORM GESTIONE-IMPORT-SPORTELLO
               WHEN 43
                   PERFORM CONTROLLA-RUOLO-CAPO
                   IF WS-ESITO = "OK"
                       PERFORM FLUSSO-COGE-CONTI
                   END-IF
               WHEN 44
                   PERFORM GESTIONE-PORTAFOGLIO-RIBA
               WHEN 45
                   PERFORM GESTIONE-DELEGHE-F24
               WHEN 46
                   PERFORM CONTROLLA-RUOLO-CAPO
                   IF WS-ESITO = "OK"
                       PERFORM GESTIONE-AUDIT-ANAGRAFICHE
                   END-IF
               WHEN 47
                   PERFORM CONTROLLA-RUOLO-CAPO
                   IF WS-ESITO = "OK"
                       PERFORM MODIFICA-FIDO-CONTO
                   END-IF
               WHEN 48
                   PERFORM GESTIONE-AUTORIZZAZIONI
               WHEN 49
                   PERFORM CONTROLLA-RUOLO-CAPO
                   IF WS-ESITO = "OK"
                       PERFORM GESTIONE-RETENTION-DATI
                   END-IF
               WHEN 0
                   MOVE 'N' TO WS-CONTINUA
               WHEN OTHER
               MOVE "EUR" TO WS-CON-VALUTA
           END-IF

           DISPLAY "Codice prodotto (invio = STD): " WITH NO ADVANCING
           ACCEPT WS-CON-PRODOTTO
           IF WS-CON-PRODOTTO = SPACES
               MOVE "STD" TO WS-CON-PRODOTTO
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-CON-DATA-APERTURA
           MOVE 'A' TO WS-CON-STATO

      * Il fido oltre la soglia FIDO attende la seconda
      * autorizzazione: il conto nasce senza fido
           MOVE 'N' TO WS-AUT-RICHIESTA
           MOVE WS-CON-FIDO TO WS-FID-NUOVO
           IF WS-CON-FIDO > 0
               MOVE "FIDO" TO WS-AUT-TIPO
               MOVE WS-CON-FIDO TO WS-AUT-IMPORTO
               PERFORM CONTROLLA-SOGLIA-AUTORIZZAZIONE
               IF WS-AUT-RICHIESTA = 'S'
                   MOVE ZERO TO WS-CON-FIDO
               END-IF
           END-IF

      * Inserisci nuovo conto
           EXEC SQL
               INSERT INTO CONTI
               (numero_conto, codice_cliente, tipo_conto,
                saldo, data_apertura, stato, fido, valuta,
                codice_filiale, codice_prodotto)
               VALUES
               (:WS-CON-NUMERO, :WS-CON-CLIENTE, :WS-CON-TIPO,
                :WS-CON-SALDO, CURRENT_DATE, :WS-CON-STATO,
                :WS-CON-FIDO, :WS-CON-VALUTA,
                :WS-FILIALE-CORRENTE, :WS-CON-PRODOTTO)
           END-EXEC
           
           IF SQLCODE = 0
               DISPLAY "Conto " WS-CON-NUMERO " creato con successo!"
               MOVE "CONTI" TO WS-AUD-TABELLA
               MOVE WS-CON-NUMERO TO WS-AUD-CHIAVE
               MOVE SPACES TO WS-AUD-PRIMA
               PERFORM AUDIT-DOPO

      * Registra movimento iniziale
               IF WS-CON-SALDO > 0
                   VALUES (:WS-CON-NUMERO, :WS-CON-CLIENTE)
               END-EXEC

               MOVE WS-CON-CLIENTE TO WS-FSC-CLIENTE
               PERFORM CONTROLLA-AUTOCERT-FISCALE

               MOVE 'S' TO WS-RISPOSTA
               PERFORM UNTIL WS-RISPOSTA NOT = 'S'
                   AND WS-RISPOSTA NOT = 's'
                               (:WS-CON-NUMERO, :WS-INT-CODICE)
                           END-EXEC
                           DISPLAY "Intestatario aggiunto!"
                           MOVE WS-INT-CODICE TO WS-FSC-CLIENTE
                           PERFORM CONTROLLA-AUTOCERT-FISCALE
                       ELSE
                           DISPLAY "Cliente non trovato!"
                       END-IF
                   END-IF
               END-PERFORM

               IF WS-AUT-RICHIESTA = 'S'
                   MOVE SPACES TO WS-AUT-PARAMETRI
                   MOVE WS-CON-NUMERO TO WS-AUT-PF-CONTO
                   MOVE WS-FID-NUOVO TO WS-AUT-PF-FIDO
                   MOVE WS-CON-NUMERO TO WS-AUT-RIFERIMENTO
                   MOVE SPACES TO WS-AUT-DESCRIZIONE
                   STRING "Fido in apertura conto - " WS-CLI-COGNOME
                          DELIMITED BY SIZE INTO WS-AUT-DESCRIZIONE
                   PERFORM REGISTRA-RICHIESTA-AUTORIZZAZIONE
               END-IF
           ELSE
               DISPLAY "Errore creazione conto: " SQLCODE
           END-IF.
                   IF SQLCODE = 0
                       DISPLAY "Carta " WS-NUMERO-CARTA
                               " emessa con successo!"
                       MOVE "EMISSIONE-CARTA" TO WS-TAR-VOCE
                       MOVE "Emissione carta di debito"
                           TO WS-TAR-DESCRIZIONE
                       PERFORM ADDEBITA-COMMISSIONE
                   ELSE
                       DISPLAY "Errore emissione carta: " SQLCODE
                   END-IF
               END-EXEC

               IF SQLCODE = 0
                   MOVE "CONTI" TO WS-AUD-TABELLA
                   MOVE WS-CON-NUMERO TO WS-AUD-CHIAVE
                   PERFORM AUDIT-PRIMA

                   EXEC SQL
                       UPDATE CONTI
                       SET stato = 'S'
                       WHERE numero_conto = :WS-CON-NUMERO
                   END-EXEC

                   PERFORM AUDIT-DOPO

                   DISPLAY "Conto " WS-CON-NUMERO " sospeso: "
                           "saldo sotto la soglia minima"
                   ADD 1 TO WS-CONTA-SOSPESI
               EXIT PARAGRAPH
           END-IF

           MOVE 'D' TO WS-OPE-OPERAZIONE
           PERFORM IDENTIFICA-OPERANTE
           IF WS-ESITO = "KO"
               EXIT PARAGRAPH
           END-IF

      * Adeguata verifica: contante bloccato con documento di
      * identita' scaduto
           PERFORM CONTROLLA-DOCUMENTO-KYC
               EXIT PARAGRAPH
           END-IF

      * Intestatario o delegato abilitato al prelievo
           MOVE 'P' TO WS-OPE-OPERAZIONE
           PERFORM IDENTIFICA-OPERANTE
           IF WS-ESITO = "KO"
               EXIT PARAGRAPH
           END-IF

      * Adeguata verifica: contante bloccato con documento di
      * identita' scaduto
           PERFORM CONTROLLA-DOCUMENTO-KYC
           IF WS-IMPORTO <= 0
               DISPLAY "Importo non valido!"
           END-IF

           MOVE WS-IMPORTO TO WS-OPE-IMPORTO
           PERFORM CONTROLLA-LIMITI-DELEGATO
           IF WS-ESITO = "KO"
               EXIT PARAGRAPH
           END-IF
           
      * Verifica disponibilitÃ 
           EXEC SQL
      * Commissione di sconfinamento solo se il prelievo ha
      * superato il fido concesso, non per il semplice utilizzo
      * dello scoperto entro il fido
               IF (WS-CON-SALDO - WS-IMPORTO-PRELIEVO)
                       < (0 - WS-CON-FIDO)
                   MOVE "SCONFINAMENTO" TO WS-TAR-VOCE
                   MOVE "Commissione sconfinamento"
                       TO WS-TAR-DESCRIZIONE
                   MOVE WS-COMMISSIONE-SCONFINO TO WS-TAR-DEFAULT
                   PERFORM ADDEBITA-COMMISSIONE
                   IF WS-TAR-ADDEBITATO > 0
                       DISPLAY "Addebitata commissione di "
                               "sconfinamento!"
                   END-IF
               END-IF

      * Notifica al cliente se il prelievo ha portato il saldo
      * sotto la soglia di allerta (o in sconfinamento)
               IF (WS-CON-SALDO - WS-IMPORTO-PRELIEVO)
                       < WS-SOGLIA-ALLERTA
                   PERFORM INVIA-ALERT-SALDO
               END-IF

      * Commissione del prelievo allo sportello da tariffario
               MOVE "PRELIEVO-SPORT" TO WS-TAR-VOCE
               MOVE "Commissione prelievo sportello"
                   TO WS-TAR-DESCRIZIONE
               PERFORM ADDEBITA-COMMISSIONE
           ELSE
               DISPLAY "Errore durante il prelievo: " SQLCODE
           END-IF.
           
           DISPLAY "Numero conto: " WITH NO ADVANCING
           ACCEPT WS-NUMERO-CONTO

           MOVE 'C' TO WS-OPE-OPERAZIONE
           PERFORM IDENTIFICA-OPERANTE
           IF WS-ESITO = "KO"
               EXIT PARAGRAPH
           END-IF
           
           EXEC SQL
               SELECT c.saldo, c.fido, c.valuta, c.codice_cliente,
               EXIT PARAGRAPH
           END-IF

           MOVE 'C' TO WS-OPE-OPERAZIONE
           PERFORM IDENTIFICA-OPERANTE
           IF WS-ESITO = "KO"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Data da (AAAA-MM-GG, vuoto=inizio storia): "
                   WITH NO ADVANCING
           ACCEPT WS-DATA-DA
           STRING "DATA/ORA            TIPO  " 
                  "    IMPORTO     CAUSALE" 
                  "                    SALDO DOPO"
                  "                 VALUTA"
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
                   FETCH CUR-MOVIMENTI
                   INTO :WS-MOV-DATA, :WS-MOV-TIPO,
                        :WS-MOV-IMPORTO, :WS-MOV-CAUSALE,
                        :WS-MOV-SALDO-DOPO, :WS-MOV-VALUTA
               END-EXEC
               
               IF SQLCODE = 0
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

      * Nell'estratto di chiusura trimestrale: scalare per valuta
      * e conteggio degli interessi a numeri
           IF WS-SCA-IN-ESTRATTO = 'S'
               MOVE 'S' TO WS-SCA-SCRIVI
               PERFORM ELABORA-SCALARE
               PERFORM SCRIVI-RIEPILOGO-NUMERI
               MOVE 'N' TO WS-SCA-SCRIVI
           END-IF

           CLOSE REPORT-FILE.

      ******************************************************************
      * Chiusura trimestrale delle competenze su tutti i conti
      * attivi: addebito delle spese di tenuta conto, liquidazione
      * degli interessi creditori e debitori a numeri sui saldi per
      * valuta e stampa dell'estratto conto del trimestre (con lo
      * scalare) su un file per conto.
      ******************************************************************
       CHIUSURA-TRIMESTRALE.
           DISPLAY " "
                          DELIMITED BY SIZE INTO WS-DATA-DA
                   STRING WS-ANNO-TRIMESTRE "-03-31"
                          DELIMITED BY SIZE INTO WS-DATA-A
                   STRING WS-ANNO-TRIMESTRE "-04-01"
                          DELIMITED BY SIZE INTO WS-VALUTA-COMPETENZE
               WHEN 2
                   STRING WS-ANNO-TRIMESTRE "-04-01"
                          DELIMITED BY SIZE INTO WS-DATA-DA
                   STRING WS-ANNO-TRIMESTRE "-06-30"
                          DELIMITED BY SIZE INTO WS-DATA-A
                   STRING WS-ANNO-TRIMESTRE "-07-01"
                          DELIMITED BY SIZE INTO WS-VALUTA-COMPETENZE
               WHEN 3
                   STRING WS-ANNO-TRIMESTRE "-07-01"
                          DELIMITED BY SIZE INTO WS-DATA-DA
                   STRING WS-ANNO-TRIMESTRE "-09-30"
                          DELIMITED BY SIZE INTO WS-DATA-A
                   STRING WS-ANNO-TRIMESTRE "-10-01"
                          DELIMITED BY SIZE INTO WS-VALUTA-COMPETENZE
               WHEN 4
                   STRING WS-ANNO-TRIMESTRE "-10-01"
                          DELIMITED BY SIZE INTO WS-DATA-DA
                   STRING WS-ANNO-TRIMESTRE "-12-31"
                          DELIMITED BY SIZE INTO WS-DATA-A
                   COMPUTE WS-ANNO-VALUTA-COMP =
                       WS-ANNO-TRIMESTRE + 1
                   STRING WS-ANNO-VALUTA-COMP "-01-01"
                          DELIMITED BY SIZE INTO WS-VALUTA-COMPETENZE
           END-EVALUATE

           MOVE ZERO TO WS-CONTA-TRIMESTRALI
                        :WS-CON-ULTIMO-ANNO-CHIU,
                        :WS-CON-ULTIMO-TRIM-CHIU,
                        :WS-CLI-NOME, :WS-CLI-COGNOME,
                        :WS-TRIM-FILIALE, :WS-CON-FIDO,
                        :WS-CON-TIPO
               END-EXEC

               IF SQLCODE = 0
           DISPLAY "Conti trimestralizzati: " WS-CONTA-TRIMESTRALI.

      * Competenze del singolo conto: spese di tenuta, interessi
      * creditori e debitori a numeri sullo scalare per valuta e
      * stampa dell'estratto del trimestre su file dedicato
       CHIUDI-COMPETENZE-CONTO.
      * Marca subito il trimestre chiuso sul conto: una ripartenza
      * dopo interruzione non riaddebita le competenze
               WHERE numero_conto = :WS-NUMERO-CONTO
           END-EXEC

      * Numeri creditori e debitori dallo scalare per valuta del
      * trimestre, prima di registrare le competenze (che hanno
      * valuta al primo giorno del trimestre successivo)
           MOVE 'N' TO WS-SCA-SCRIVI
           PERFORM ELABORA-SCALARE
           PERFORM CALCOLA-INTERESSI-NUMERI

      * Spese di tenuta conto del trimestre dal tariffario del
      * prodotto (in mancanza, l'importo standard)
           MOVE "TENUTA-CONTO" TO WS-TAR-VOCE
           MOVE "Spese tenuta conto" TO WS-TAR-DESCRIZIONE
           MOVE WS-SPESE-TENUTA-TRIM TO WS-TAR-DEFAULT
           MOVE WS-DATA-A TO WS-TAR-DATA
           MOVE SPACES TO WS-TAR-RIFERIMENTO
           STRING " trimestre " WS-TRIMESTRE "/" WS-ANNO-TRIMESTRE
                  DELIMITED BY SIZE INTO WS-TAR-RIFERIMENTO
           MOVE WS-VALUTA-COMPETENZE TO WS-DATA-VALUTA
           PERFORM ADDEBITA-COMMISSIONE

      * Interessi creditori a numeri con la ritenuta fiscale, come
      * nella maturazione mensile dei conti deposito
           IF WS-INT-ATTIVI > 0
               MOVE 'I' TO WS-TIPO-MOVIMENTO
               MOVE '+' TO WS-SEGNO-MOVIMENTO
               MOVE SPACES TO WS-CAUSALE
               STRING "Interessi creditori trimestre "
                      WS-TRIMESTRE "/" WS-ANNO-TRIMESTRE
                      DELIMITED BY SIZE INTO WS-CAUSALE
               MOVE WS-INT-ATTIVI TO WS-IMPORTO
               PERFORM REGISTRA-COMPETENZA-TRIM

               COMPUTE WS-RITENUTA-INT ROUNDED =
                   WS-INT-ATTIVI * WS-ALIQ-RITENUTA-INT

               IF WS-RITENUTA-INT > 0
                   MOVE 'R' TO WS-TIPO-MOVIMENTO
                   MOVE '-' TO WS-SEGNO-MOVIMENTO
                   MOVE "Ritenuta fiscale su interessi"
                       TO WS-CAUSALE
                   MOVE WS-RITENUTA-INT TO WS-IMPORTO
                   PERFORM REGISTRA-COMPETENZA-TRIM
               END-IF

               MOVE WS-INT-ATTIVI TO WS-INTERESSI-LORDI-INT
               PERFORM ACCUMULA-RITENUTA-ANNUA
           END-IF

      * Interessi debitori a numeri sull'utilizzo entro il fido
           IF WS-INT-PASSIVI > 0
               MOVE 'I' TO WS-TIPO-MOVIMENTO
               MOVE '-' TO WS-SEGNO-MOVIMENTO
               MOVE SPACES TO WS-CAUSALE
               STRING "Interessi debitori entro fido trimestre "
                      WS-TRIMESTRE "/" WS-ANNO-TRIMESTRE
                      DELIMITED BY SIZE INTO WS-CAUSALE
               MOVE WS-INT-PASSIVI TO WS-IMPORTO
               PERFORM REGISTRA-COMPETENZA-TRIM
           END-IF

      * Interessi debitori a numeri sullo sconfinamento oltre il
      * fido (o sullo scoperto del conto senza fido)
           IF WS-INT-EXTRAFIDO > 0
               MOVE 'I' TO WS-TIPO-MOVIMENTO
               MOVE '-' TO WS-SEGNO-MOVIMENTO
               MOVE SPACES TO WS-CAUSALE
               STRING "Interessi debitori oltre fido trimestre "
                      WS-TRIMESTRE "/" WS-ANNO-TRIMESTRE
                      DELIMITED BY SIZE INTO WS-CAUSALE
               MOVE WS-INT-EXTRAFIDO TO WS-IMPORTO
               PERFORM REGISTRA-COMPETENZA-TRIM
           END-IF

      * Imposta di bollo pro-rata sui giorni del trimestre, solo
                  DELIMITED BY SIZE
                  INTO WS-NOME-FILE-ESTRATTO

           MOVE 'S' TO WS-SCA-IN-ESTRATTO
           PERFORM GENERA-ESTRATTO-FILE
           MOVE 'N' TO WS-SCA-IN-ESTRATTO

           DISPLAY "Conto " WS-NUMERO-CONTO " chiuso - estratto "
                   "in " WS-NOME-FILE-ESTRATTO.

      * Applica al saldo del conto in chiusura la competenza in
      * WS-IMPORTO nel verso di WS-SEGNO-MOVIMENTO e la registra
      * con valuta al primo giorno del trimestre successivo
       REGISTRA-COMPETENZA-TRIM.
           IF WS-SEGNO-MOVIMENTO = '+'
               EXEC SQL
                   UPDATE CONTI
                   SET saldo = saldo + :WS-IMPORTO
                   WHERE numero_conto = :WS-NUMERO-CONTO
                   AND stato = 'A'
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE CONTI
                   SET saldo = saldo - :WS-IMPORTO
                   WHERE numero_conto = :WS-NUMERO-CONTO
                   AND stato = 'A'
               END-EXEC
           END-IF

           IF SQLCODE = 0
               IF WS-SEGNO-MOVIMENTO = '+'
                   ADD WS-IMPORTO TO WS-CON-SALDO
               ELSE
                   SUBTRACT WS-IMPORTO FROM WS-CON-SALDO
               END-IF
               MOVE WS-VALUTA-COMPETENZE TO WS-DATA-VALUTA
               PERFORM REGISTRA-MOVIMENTO
           ELSE
               MOVE SPACE TO WS-SEGNO-MOVIMENTO
               DISPLAY "Errore addebito competenze conto "
                       WS-NUMERO-CONTO ": " SQLCODE
           END-IF.

      ******************************************************************
      * Scalare per valuta del conto in WS-NUMERO-CONTO sul periodo
      * WS-DATA-DA / WS-DATA-A: saldo per valuta all'inizio del
      * periodo, poi un saldo per ogni data valuta, ciascuno per i
      * giorni fino alla valuta successiva. Ogni saldo produce
      * numeri (saldo per giorni) creditori se attivo, debitori se
      * passivo, separando la parte entro il fido WS-CON-FIDO da
      * quella oltre il fido. Con WS-SCA-SCRIVI = 'S' lo scalare
      * viene stampato sull'estratto aperto in REPORT-FILE.
      ******************************************************************
       ELABORA-SCALARE.
           MOVE ZERO TO WS-SCA-NUM-CRED
           MOVE ZERO TO WS-SCA-NUM-DEB
           MOVE ZERO TO WS-SCA-NUM-EXTRA
           MOVE ZERO TO WS-SCA-SALDO
           MOVE ZERO TO WS-SCA-GIORNI

      * Saldo per valuta al primo giorno del periodo e giorni fino
      * alla prima valuta del periodo
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN m.valuta <
                                   CAST(:WS-DATA-DA AS DATE)
                                   THEN m.importo ELSE 0 END), 0),
                      COALESCE(MIN(CASE WHEN m.valuta
                               BETWEEN CAST(:WS-DATA-DA AS DATE)
                                   AND CAST(:WS-DATA-A AS DATE)
                               THEN m.valuta END),
                               CAST(:WS-DATA-A AS DATE) + 1)
                      - CAST(:WS-DATA-DA AS DATE)
               INTO :WS-SCA-SALDO, :WS-SCA-GIORNI
               FROM (SELECT COALESCE(data_valuta,
                            DATE(data_movimento)) AS valuta,
                            CASE WHEN COALESCE(segno,
                                 CASE WHEN tipo_movimento
                                      IN ('D', 'I', 'M')
                                      THEN '+' ELSE '-' END)
                                 = '-' THEN 0 - importo
                            ELSE importo END AS importo
                     FROM MOVIMENTI
                     WHERE numero_conto = :WS-NUMERO-CONTO) m
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Errore scalare conto " WS-NUMERO-CONTO
                       ": " SQLCODE
               EXIT PARAGRAPH
           END-IF

           IF WS-SCA-SCRIVI = 'S'
               WRITE REPORT-RECORD FROM WS-LINEA-SEPARATORE
               MOVE SPACES TO REPORT-RECORD
               STRING "SCALARE PER VALUTA dal " WS-DATA-DA
                      "  al  " WS-DATA-A
                      "  (fido accordato "
                      DELIMITED BY SIZE INTO REPORT-RECORD
               MOVE WS-CON-FIDO TO WS-SALDO-EDIT
               STRING REPORT-RECORD(1:67) WS-SALDO-EDIT ")"
                      DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               WRITE REPORT-RECORD FROM WS-LINEA-SEPARATORE
               MOVE SPACES TO REPORT-RECORD
               STRING "VALUTA               MOVIMENTI"
                      "              SALDO   GG"
                      "     NUMERI CREDITORI"
                      "    NUMERI ENTRO FIDO"
                      "    NUMERI OLTRE FIDO"
                      DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               WRITE REPORT-RECORD FROM WS-LINEA-SEPARATORE
           END-IF

           MOVE WS-DATA-DA TO WS-SCA-VALUTA
           MOVE ZERO TO WS-SCA-MOVIMENTI
           PERFORM ACCUMULA-NUMERI-SCALARE

           EXEC SQL
               OPEN CUR-SCALARE
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-SCALARE
                   INTO :WS-SCA-VALUTA, :WS-SCA-MOVIMENTI,
                        :WS-SCA-GIORNI
               END-EXEC

               IF SQLCODE = 0
                   ADD WS-SCA-MOVIMENTI TO WS-SCA-SALDO
                   PERFORM ACCUMULA-NUMERI-SCALARE
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-SCALARE
           END-EXEC.

      * Numeri del saldo per valuta corrente per i suoi giorni, ed
      * eventuale riga dello scalare
       ACCUMULA-NUMERI-SCALARE.
           MOVE ZERO TO WS-SCA-ENTRO-FIDO
           MOVE ZERO TO WS-SCA-OLTRE-FIDO
           MOVE ZERO TO WS-SCR-NUM-CRED
           MOVE ZERO TO WS-SCR-NUM-DEB
           MOVE ZERO TO WS-SCR-NUM-EXTRA

           IF WS-SCA-SALDO > 0
               COMPUTE WS-SCA-NUM-CRED = WS-SCA-NUM-CRED
                   + WS-SCA-SALDO * WS-SCA-GIORNI
               COMPUTE WS-SCR-NUM-CRED =
                   WS-SCA-SALDO * WS-SCA-GIORNI
           ELSE
               COMPUTE WS-SCA-ENTRO-FIDO = 0 - WS-SCA-SALDO
               IF WS-SCA-ENTRO-FIDO > WS-CON-FIDO
                   COMPUTE WS-SCA-OLTRE-FIDO =
                       WS-SCA-ENTRO-FIDO - WS-CON-FIDO
                   MOVE WS-CON-FIDO TO WS-SCA-ENTRO-FIDO
               END-IF
               COMPUTE WS-SCA-NUM-DEB = WS-SCA-NUM-DEB
                   + WS-SCA-ENTRO-FIDO * WS-SCA-GIORNI
               COMPUTE WS-SCA-NUM-EXTRA = WS-SCA-NUM-EXTRA
                   + WS-SCA-OLTRE-FIDO * WS-SCA-GIORNI
               COMPUTE WS-SCR-NUM-DEB =
                   WS-SCA-ENTRO-FIDO * WS-SCA-GIORNI
               COMPUTE WS-SCR-NUM-EXTRA =
                   WS-SCA-OLTRE-FIDO * WS-SCA-GIORNI
           END-IF

           IF WS-SCA-SCRIVI = 'S'
               MOVE WS-SCA-VALUTA TO WS-SCR-VALUTA
               MOVE WS-SCA-MOVIMENTI TO WS-SCR-MOVIMENTI
               MOVE WS-SCA-SALDO TO WS-SCR-SALDO
               MOVE WS-SCA-GIORNI TO WS-SCR-GIORNI
               WRITE REPORT-RECORD FROM WS-SCA-RIGA
           END-IF.

      * Interessi del trimestre dai numeri dello scalare. Il tasso
      * creditore e' la condizione negoziata in TASSI_CONTO al
      * primo giorno del trimestre, o il tasso standard del conto
      * corrente; i conti deposito maturano gia' ogni mese con
      * MATURA-INTERESSI e qui non hanno interessi creditori
       CALCOLA-INTERESSI-NUMERI.
           MOVE ZERO TO WS-SCA-TASSO-CRED

           IF WS-CON-TIPO NOT = 'D'
               MOVE WS-NUMERO-CONTO TO WS-CON-NUMERO
               MOVE WS-ANNO-TRIMESTRE TO WS-ANNO-INTERESSI
               COMPUTE WS-MESE-INTERESSI = WS-TRIMESTRE * 3 - 2
               PERFORM CERCA-TASSO-CONTO
               IF SQLCODE = 0
                   MOVE WS-TASSO-CONTO TO WS-SCA-TASSO-CRED
               ELSE
                   MOVE WS-TASSO-CRED-CORRENTE TO WS-SCA-TASSO-CRED
               END-IF
           END-IF

           COMPUTE WS-INT-ATTIVI ROUNDED =
               WS-SCA-NUM-CRED * WS-SCA-TASSO-CRED
               / WS-DIVISORE-NUMERI
           COMPUTE WS-INT-PASSIVI ROUNDED =
               WS-SCA-NUM-DEB * WS-TASSO-INT-PASSIVI
               / WS-DIVISORE-NUMERI
           COMPUTE WS-INT-EXTRAFIDO ROUNDED =
               WS-SCA-NUM-EXTRA * WS-TASSO-EXTRAFIDO
               / WS-DIVISORE-NUMERI.

      * Riepilogo del conteggio interessi in calce allo scalare:
      * numeri, tasso e interessi per ciascuna componente
       SCRIVI-RIEPILOGO-NUMERI.
           WRITE REPORT-RECORD FROM WS-LINEA-SEPARATORE

           MOVE SPACES TO REPORT-RECORD
           MOVE WS-SCA-NUM-CRED TO WS-SCA-NUM-EDIT
           MOVE WS-SCA-TASSO-CRED TO WS-SCA-TASSO-EDIT
           MOVE WS-INT-ATTIVI TO WS-SALDO-EDIT
           STRING "Interessi creditori:  numeri " WS-SCA-NUM-EDIT
                  "  tasso " WS-SCA-TASSO-EDIT
                  "  interessi " WS-SALDO-EDIT
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           MOVE WS-SCA-NUM-DEB TO WS-SCA-NUM-EDIT
           MOVE WS-TASSO-INT-PASSIVI TO WS-SCA-TASSO-EDIT
           MOVE WS-INT-PASSIVI TO WS-SALDO-EDIT
           STRING "Debitori entro fido:  numeri " WS-SCA-NUM-EDIT
                  "  tasso " WS-SCA-TASSO-EDIT
                  "  interessi " WS-SALDO-EDIT
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           MOVE WS-SCA-NUM-EXTRA TO WS-SCA-NUM-EDIT
           MOVE WS-TASSO-EXTRAFIDO TO WS-SCA-TASSO-EDIT
           MOVE WS-INT-EXTRAFIDO TO WS-SALDO-EDIT
           STRING "Debitori oltre fido:  numeri " WS-SCA-NUM-EDIT
                  "  tasso " WS-SCA-TASSO-EDIT
                  "  interessi " WS-SALDO-EDIT
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING "Interessi = numeri x tasso annuo / "
                  WS-DIVISORE-NUMERI
                  "; competenze con valuta " WS-VALUTA-COMPETENZE
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.
       
      ******************************************************************
      * Imposta di bollo del trimestre sul conto corrente in
                      WS-TRIMESTRE "/" WS-ANNO-TRIMESTRE
                      DELIMITED BY SIZE INTO WS-CAUSALE
               MOVE WS-BOL-IMPORTO TO WS-IMPORTO
               MOVE WS-VALUTA-COMPETENZE TO WS-DATA-VALUTA
               PERFORM REGISTRA-MOVIMENTO
               SUBTRACT WS-BOL-IMPORTO FROM WS-CON-SALDO

                   STRING REPORT-RECORD(1:21) "BOL  "
                          DELIMITED BY SIZE
                          INTO REPORT-RECORD
               WHEN 'K'
                   STRING REPORT-RECORD(1:21) "RIB  "
                          DELIMITED BY SIZE
                          INTO REPORT-RECORD
               WHEN 'F'
                   STRING REPORT-RECORD(1:21) "F24  "
                          DELIMITED BY SIZE
                          INTO REPORT-RECORD
               WHEN OTHER
                   STRING REPORT-RECORD(1:21) "???  " 
                          DELIMITED BY SIZE
           STRING REPORT-RECORD(1:76) WS-SALDO-EDIT
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD

           STRING REPORT-RECORD(1:94) "  " WS-MOV-VALUTA
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           
           WRITE REPORT-RECORD.
       
           ACCEPT WS-CONTINUA
           
           IF WS-CONTINUA = 'S' OR 's'
               MOVE "CONTI" TO WS-AUD-TABELLA
               MOVE WS-NUMERO-CONTO TO WS-AUD-CHIAVE
               PERFORM AUDIT-PRIMA

               EXEC SQL
                   UPDATE CONTI
                   SET stato = 'C',
               
               IF SQLCODE = 0
                   DISPLAY "Conto chiuso con successo!"
                   PERFORM AUDIT-DOPO
               ELSE
                   DISPLAY "Errore chiusura conto: " SQLCODE
               END-IF

               IF WS-FINE-DEPOSITI = 'N'
                   IF WS-CON-ULTIMO-ANNO-INT = WS-ANNO-INTERESSI
                           AND WS-CON-ULTIMO-MESE-INT =
                               WS-MESE-INTERESSI
                       DISPLAY "Conto " WS-CON-NUMERO
                               ": interessi gia' maturati per questo "
                               "periodo, nessun doppio accredito."

                           EXEC SQL
                               UPDATE CONTI
                               SET saldo =
                                   saldo + :WS-INTERESSE-MATURATO,
                                   ultimo_anno_interessi =
                                       :WS-ANNO-INTERESSI,
                                   ultimo_mese_interessi =
                           MOVE WS-RITENUTA-INT TO WS-IMPORTO
                           PERFORM REGISTRA-MOVIMENTO

                           MOVE WS-INTERESSE-MATURATO
                               TO WS-INTERESSI-LORDI-INT
                           PERFORM ACCUMULA-RITENUTA-ANNUA

                           ADD 1 TO WS-CONTA-INTERESSI
           EXEC SQL
               UPDATE RITENUTE_INTERESSI
               SET importo_ritenute =
                   importo_ritenute + :WS-RITENUTA-INT,
                   interessi_lordi =
                   COALESCE(interessi_lordi, 0)
                   + :WS-INTERESSI-LORDI-INT
               WHERE numero_conto = :WS-CON-NUMERO
               AND anno = :WS-ANNO-INTERESSI
           END-EXEC
           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO RITENUTE_INTERESSI
                   (numero_conto, anno, importo_ritenute,
                    interessi_lordi)
                   VALUES
                   (:WS-CON-NUMERO, :WS-ANNO-INTERESSI,
                    :WS-RITENUTA-INT, :WS-INTERESSI-LORDI-INT)
               END-EXEC
           END-IF


           IF SQLCODE = 0
               DISPLAY "Condizione di tasso registrata!"
               MOVE "TASSI_CONTO" TO WS-AUD-TABELLA
               MOVE SPACES TO WS-AUD-CHIAVE
               STRING WS-NUMERO-CONTO DELIMITED BY SPACE
                      "/" WS-TAS-VALIDO-DAL
                      DELIMITED BY SIZE INTO WS-AUD-CHIAVE
               MOVE SPACES TO WS-AUD-PRIMA
               PERFORM AUDIT-DOPO
           ELSE
               DISPLAY "Errore inserimento tasso: " SQLCODE
           END-IF.
               IF SQLCODE = 0
                   ADD 1 TO WS-CONTA-DORMIENTI

                   MOVE "CONTI" TO WS-AUD-TABELLA
                   MOVE WS-NUMERO-CONTO TO WS-AUD-CHIAVE
                   PERFORM AUDIT-PRIMA

                   EXEC SQL
                       UPDATE CONTI
                       SET stato = 'D'
                       WHERE numero_conto = :WS-NUMERO-CONTO
                   END-EXEC

                   PERFORM AUDIT-DOPO

                   MOVE SPACES TO DORMIENTI-RECORD
                   STRING WS-NUMERO-CONTO " "
                          WS-CLI-COGNOME(1:20) " "
           ACCEPT WS-RISPOSTA

           IF WS-RISPOSTA = 'S' OR 's'
               MOVE "CONTI" TO WS-AUD-TABELLA
               MOVE WS-NUMERO-CONTO TO WS-AUD-CHIAVE
               PERFORM AUDIT-PRIMA

               EXEC SQL
                   UPDATE CONTI
                   SET stato = 'A'

               IF SQLCODE = 0
                   DISPLAY "Conto riattivato."
                   PERFORM AUDIT-DOPO
               ELSE
                   DISPLAY "Errore riattivazione: " SQLCODE
               END-IF
               ADD 1 TO WS-LIB-IDX
           END-PERFORM

      * Costo del libretto da tariffario
           MOVE "LIBRETTO-ASS" TO WS-TAR-VOCE
           MOVE "Rilascio libretto assegni" TO WS-TAR-DESCRIZIONE
           PERFORM ADDEBITA-COMMISSIONE

           EXEC SQL
               COMMIT
           END-EXEC
           ACCEPT WS-ASS-NUMERO

           EXEC SQL
               SELECT numero_conto, importo, beneficiario, stato,
                      COALESCE(CAST(data_emissione AS CHAR(10)),
                               ' ')
               INTO :WS-ASS-CONTO, :WS-ASS-IMPORTO,
                    :WS-ASS-BENEFICIARIO, :WS-ASS-STATO,
                    :WS-ASS-DATA-EMISSIONE
               FROM ASSEGNI
               WHERE numero_assegno = :WS-ASS-NUMERO
           END-EXEC
                  " a " WS-ASS-BENEFICIARIO(1:30)
                  DELIMITED BY SIZE INTO WS-CAUSALE
           MOVE WS-ASS-IMPORTO TO WS-IMPORTO
      * L'assegno pagato si addebita con valuta alla data di
      * emissione
           MOVE WS-ASS-DATA-EMISSIONE TO WS-DATA-VALUTA
           PERFORM REGISTRA-MOVIMENTO

           EXEC SQL
               MOVE WS-RITENUTA-INT TO WS-IMPORTO
               PERFORM REGISTRA-MOVIMENTO

               MOVE WS-VIN-INTERESSE TO WS-INTERESSI-LORDI-INT
               PERFORM ACCUMULA-RITENUTA-ANNUA
           END-IF

           MOVE WS-NUMERO-CONTO TO WS-NUMERO-CONTO-ORIGINE

           PERFORM VERIFICA-CONTO
           IF WS-ESITO = "OK"
               MOVE 'B' TO WS-OPE-OPERAZIONE
               PERFORM IDENTIFICA-OPERANTE
           END-IF
           MOVE WS-ESITO TO WS-ESITO-ORIGINE
           MOVE WS-CON-VALUTA TO WS-VALUTA-ORIGINE

                   MOVE WS-NUMERO-CONTO-ORIGINE
                       TO WS-NUMERO-CONTO

                   MOVE WS-IMPORTO TO WS-OPE-IMPORTO
                   PERFORM CONTROLLA-LIMITI-DELEGATO

                   PERFORM CONTROLLA-DECESSO-ADDEBITO
                   IF WS-DEC-BLOCCO = 'S'
                       DISPLAY "Intestatario deceduto: addebiti "

                       MOVE WS-NUMERO-CONTO-DEST TO WS-NUMERO-CONTO
                       MOVE WS-IMPORTO-DEST TO WS-IMPORTO
                       MOVE '+' TO WS-SEGNO-MOVIMENTO
                       PERFORM REGISTRA-MOVIMENTO

                       EXEC SQL
               EXIT PARAGRAPH
           END-IF

           MOVE 'B' TO WS-OPE-OPERAZIONE
           PERFORM IDENTIFICA-OPERANTE
           IF WS-ESITO = "KO"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "IBAN beneficiario: " WITH NO ADVANCING
           ACCEPT WS-BE-IBAN

           PERFORM VALIDA-IBAN
           IF WS-ESITO = "KO"
               DISPLAY "IBAN non valido: " WS-VAL-MOTIVO
               EXIT PARAGRAPH
           END-IF

               EXIT PARAGRAPH
           END-IF

           MOVE WS-BE-IMPORTO TO WS-OPE-IMPORTO
           PERFORM CONTROLLA-LIMITI-DELEGATO
           IF WS-ESITO = "KO"
               EXIT PARAGRAPH
           END-IF

           PERFORM CONTROLLA-BONIFICO-ESTERNO
           IF WS-ESITO = "KO"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Causale: " WITH NO ADVANCING
           ACCEPT WS-CAUSALE

      * Oltre la soglia il bonifico attende il secondo operatore
           MOVE "BONIFICO-ESTERNO" TO WS-AUT-TIPO
           MOVE WS-BE-IMPORTO TO WS-AUT-IMPORTO
           PERFORM CONTROLLA-SOGLIA-AUTORIZZAZIONE
           IF WS-AUT-RICHIESTA = 'S'
               MOVE SPACES TO WS-AUT-PARAMETRI
               MOVE WS-NUMERO-CONTO TO WS-AUT-PB-CONTO
               MOVE WS-BE-IBAN TO WS-AUT-PB-IBAN
               MOVE WS-BE-NOME TO WS-AUT-PB-NOME
               MOVE WS-BE-IMPORTO TO WS-AUT-PB-IMPORTO
               MOVE WS-CAUSALE TO WS-AUT-PB-CAUSALE
               MOVE WS-OPE-DELEGATO TO WS-AUT-PB-DELEGATO
               MOVE WS-NUMERO-CONTO TO WS-AUT-RIFERIMENTO
               MOVE SPACES TO WS-AUT-DESCRIZIONE
               STRING "Bonifico a " WS-BE-IBAN " " WS-BE-NOME
                      DELIMITED BY SIZE INTO WS-AUT-DESCRIZIONE
               PERFORM REGISTRA-RICHIESTA-AUTORIZZAZIONE
               EXIT PARAGRAPH
           END-IF

           PERFORM ESEGUI-BONIFICO-ESTERNO.

      * Controlli sul conto da addebitare: saldo e fido, vincoli,
      * decesso dell'intestatario e documento KYC; WS-ESITO KO se
      * il bonifico non si puo' disporre
       CONTROLLA-BONIFICO-ESTERNO.
           MOVE "KO" TO WS-ESITO

      * Stesso controllo fondi del prelievo: saldo piu' fido,
      * al netto delle somme sui depositi vincolati
           EXEC SQL
           IF WS-DEC-BLOCCO = 'S'
               DISPLAY "Intestatario deceduto: bonifici in uscita "
                       "bloccati!"
               MOVE "Intestatario deceduto" TO WS-AUT-MOTIVO
               EXIT PARAGRAPH
           END-IF

           IF WS-DOC-BLOCCO = 'S'
               DISPLAY "Operazione bloccata: documento di "
                       "identità scaduto, rinnovare l'anagrafica!"
               MOVE "Documento di identita' scaduto" TO WS-AUT-MOTIVO
               EXIT PARAGRAPH
           END-IF

               - WS-VGI-TOTALE - WS-BE-IMPORTO)
                   < (0 - WS-CON-FIDO)
               DISPLAY "Fondi insufficienti!"
               MOVE "Fondi insufficienti" TO WS-AUT-MOTIVO
               EXIT PARAGRAPH
           END-IF

           MOVE "OK" TO WS-ESITO.

      * Addebito, movimento, bonifico da trasmettere e commissione
       ESEGUI-BONIFICO-ESTERNO.
           MOVE "KO" TO WS-ESITO

           EXEC SQL
               UPDATE CONTI
           END-EXEC

           IF SQLCODE = 0
      * Commissione del bonifico SEPA in uscita da tariffario
               MOVE "BONIFICO-SEPA" TO WS-TAR-VOCE
               MOVE "Commissione bonifico SEPA" TO WS-TAR-DESCRIZIONE
               PERFORM ADDEBITA-COMMISSIONE
               EXEC SQL
                   COMMIT
               END-EXEC
               MOVE "OK" TO WS-ESITO
               DISPLAY "Bonifico esterno disposto: sarà trasmesso "
                       "con il flusso CBI di giornata."
           ELSE
                       SQLCODE
           END-IF.

      * Verifica formale dell'IBAN in WS-BE-IBAN con la routine
      * comune: lunghezza per paese, modulo 97 e, per gli IBAN
      * italiani, ABI, CAB e CIN; l'IBAN resta in forma compatta
       VALIDA-IBAN.
           MOVE "IBAN" TO WS-VAL-TIPO
           MOVE WS-BE-IBAN TO WS-VAL-VALORE
           MOVE SPACES TO WS-VAL-DATA-NASCITA
           MOVE SPACE TO WS-VAL-SESSO
           CALL "VALIDA-CODICI" USING WS-VAL-PARAMETRI

           MOVE WS-VAL-ESITO TO WS-ESITO
           IF WS-ESITO = "OK"
               MOVE WS-VAL-NORMALIZZATO TO WS-BE-IBAN
           END-IF.

      ******************************************************************
           EXEC SQL
               INSERT INTO MOVIMENTI
               (numero_conto, tipo_movimento, importo,
                causale, saldo_dopo, eseguito_da, numero_carta,
                data_valuta, segno)
               VALUES
               (:WS-NUMERO-CONTO, 'C', :WS-CRT-IMPORTO,
                :WS-CAUSALE, :WS-SALDO, 'POS',
                :WS-NUMERO-CARTA, CURRENT_DATE, '-')
           END-EXEC.

      * Lista mensile delle transazioni di una carta
           DISPLAY "2. Addebito rate scadute"
           DISPLAY "3. Estinzione anticipata"
           DISPLAY "4. Prospetto piano residuo su file"
           DISPLAY "5. Registra fixing Euribor"
           DISPLAY "6. Revisione tassi variabili"
           DISPLAY " "
           DISPLAY "Scelta: " WITH NO ADVANCING
           ACCEPT WS-SCELTA
                   PERFORM ESTINZIONE-FINANZIAMENTO
               WHEN 4
                   PERFORM PROSPETTO-PIANO-RESIDUO
               WHEN 5
                   PERFORM CONTROLLA-RUOLO-CAPO
                   IF WS-ESITO = "OK"
                       PERFORM REGISTRA-FIXING-INDICE
                   END-IF
               WHEN 6
                   PERFORM CONTROLLA-RUOLO-CAPO
                   IF WS-ESITO = "OK"
                       PERFORM REVISIONE-TASSI-VARIABILI
                   END-IF
               WHEN OTHER
                   DISPLAY "Scelta non valida!"
           END-EVALUATE.
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-FVR-INDICE
           MOVE ZERO TO WS-FVR-SPREAD
           MOVE ZERO TO WS-FVR-FLOOR
           MOVE ZERO TO WS-FVR-CAP
           MOVE ZERO TO WS-FVR-PERIODO
           MOVE ZERO TO WS-FVR-FIXING
           MOVE SPACE TO WS-FVR-MODALITA
           MOVE SPACES TO WS-FVR-DATA-REVISIONE

           DISPLAY "Tasso (F=Fisso, V=Variabile): " WITH NO ADVANCING
           ACCEPT WS-FVR-TIPO-TASSO

           IF WS-FVR-TIPO-TASSO = 'V' OR WS-FVR-TIPO-TASSO = 'v'
               MOVE 'V' TO WS-FVR-TIPO-TASSO
               PERFORM IMPOSTA-TASSO-VARIABILE
               IF WS-ESITO = "KO"
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE 'F' TO WS-FVR-TIPO-TASSO
               DISPLAY "Tasso annuo (es. 0.0450): " WITH NO ADVANCING
               ACCEPT WS-FIN-TASSO-ANNUO
           END-IF

           DISPLAY "Durata in mesi: " WITH NO ADVANCING
           ACCEPT WS-FIN-DURATA
           EXEC SQL
               INSERT INTO FINANZIAMENTI
               (numero_conto, importo, tasso_annuo, durata_mesi,
                rata_mensile, data_erogazione, stato,
                tipo_tasso, indice_riferimento, spread,
                tasso_floor, tasso_cap, periodicita_revisione,
                modalita_revisione, data_prossima_revisione)
               VALUES
               (:WS-FIN-CONTO, :WS-FIN-IMPORTO,
                :WS-FIN-TASSO-ANNUO, :WS-FIN-DURATA,
                :WS-FIN-RATA, CURRENT_DATE, 'A',
                :WS-FVR-TIPO-TASSO, NULLIF(:WS-FVR-INDICE, SPACES),
                :WS-FVR-SPREAD, :WS-FVR-FLOOR, :WS-FVR-CAP,
                :WS-FVR-PERIODO, NULLIF(:WS-FVR-MODALITA, SPACES),
                CASE WHEN :WS-FVR-TIPO-TASSO = 'V'
                     THEN CURRENT_DATE
                          + :WS-FVR-PERIODO * INTERVAL '1 month'
                END)
               RETURNING id_finanziamento INTO :WS-FIN-ID
           END-EXEC

               EXIT PARAGRAPH
           END-IF

      * Primo tasso dello storico del finanziamento
           MOVE WS-FIN-DURATA TO WS-FVR-RATE-RESIDUE
           PERFORM REGISTRA-STORICO-TASSO

      * Piano di ammortamento: interessi sul residuo, capitale a
      * completamento della rata, ultima rata a pareggio
           MOVE WS-FIN-IMPORTO TO WS-FIN-RESIDUO
           MOVE ALL "=" TO PIANO-RECORD
           WRITE PIANO-RECORD

           EXEC SQL
               SELECT COALESCE(tipo_tasso, 'F'),
                      COALESCE(indice_riferimento, ' '),
                      COALESCE(spread, 0), tasso_annuo,
                      COALESCE(modalita_revisione, ' '),
                      COALESCE(CAST(data_prossima_revisione
                                    AS CHAR(10)), ' ')
               INTO :WS-FVR-TIPO-TASSO, :WS-FVR-INDICE,
                    :WS-FVR-SPREAD, :WS-FIN-TASSO-ANNUO,
                    :WS-FVR-MODALITA, :WS-FVR-DATA-REVISIONE
               FROM FINANZIAMENTI
               WHERE id_finanziamento = :WS-FIN-ID
           END-EXEC

           MOVE SPACES TO PIANO-RECORD
           COMPUTE WS-FVR-PERC-EDIT = WS-FIN-TASSO-ANNUO * 100
           IF WS-FVR-TIPO-TASSO = 'V'
               COMPUTE WS-FVR-SPREAD-EDIT = WS-FVR-SPREAD * 100
               STRING "Tasso variabile " WS-FVR-INDICE
                      " + spread " WS-FVR-SPREAD-EDIT
                      "% - in vigore " WS-FVR-PERC-EDIT
                      "% - revisione " WS-FVR-MODALITA
                      " - prossima revisione " WS-FVR-DATA-REVISIONE
                      DELIMITED BY SIZE INTO PIANO-RECORD
           ELSE
               STRING "Tasso fisso " WS-FVR-PERC-EDIT "%"
                      DELIMITED BY SIZE INTO PIANO-RECORD
           END-IF
           WRITE PIANO-RECORD
           MOVE SPACES TO PIANO-RECORD
           WRITE PIANO-RECORD

           WRITE PIANO-RECORD FROM
               "RATA  SCADENZA     QUOTA CAPITALE  " &
               "QUOTA INTERESSI           RATA  ST"
                  DELIMITED BY SIZE INTO PIANO-RECORD
           WRITE PIANO-RECORD

      * Storico dei tassi applicati dall'erogazione
           MOVE SPACES TO PIANO-RECORD
           WRITE PIANO-RECORD
           WRITE PIANO-RECORD FROM "STORICO DEI TASSI APPLICATI"
           WRITE PIANO-RECORD FROM
               "DECORRENZA   FIXING %  SPREAD %    TASSO %" &
               "              RATA  RATE"
           MOVE ALL "-" TO PIANO-RECORD
           WRITE PIANO-RECORD

           EXEC SQL
               OPEN CUR-STORICO-TASSI
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-STORICO-TASSI
                   INTO :WS-FVR-DATA-REVISIONE, :WS-FVR-FIXING,
                        :WS-FVR-SPREAD, :WS-FIN-TASSO-ANNUO,
                        :WS-FIN-RATA, :WS-FVR-RATE-RESIDUE
               END-EXEC

               IF SQLCODE = 0
                   COMPUTE WS-FVR-FIXING-EDIT = WS-FVR-FIXING * 100
                   COMPUTE WS-FVR-SPREAD-EDIT = WS-FVR-SPREAD * 100
                   COMPUTE WS-FVR-PERC-EDIT =
                       WS-FIN-TASSO-ANNUO * 100
                   MOVE WS-FIN-RATA TO WS-SALDO-EDIT
                   MOVE SPACES TO PIANO-RECORD
                   STRING WS-FVR-DATA-REVISIONE "   "
                          WS-FVR-FIXING-EDIT "   "
                          WS-FVR-SPREAD-EDIT "   "
                          WS-FVR-PERC-EDIT " "
                          WS-SALDO-EDIT "  "
                          WS-FVR-RATE-RESIDUE
                          DELIMITED BY SIZE INTO PIANO-RECORD
                   WRITE PIANO-RECORD
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-STORICO-TASSI
           END-EXEC

           CLOSE PIANO-FILE

           DISPLAY "Prospetto salvato in " WS-NOME-FILE-PIANO.

      * Parametri del tasso variabile e tasso iniziale dall'ultimo
      * fixing disponibile dell'indice
       IMPOSTA-TASSO-VARIABILE.
           MOVE "KO" TO WS-ESITO

           PERFORM SCEGLI-INDICE-EURIBOR
           IF WS-FVR-INDICE = SPACES
               DISPLAY "Indice non valido!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Spread (es. 0.0150): " WITH NO ADVANCING
           ACCEPT WS-FVR-SPREAD

           DISPLAY "Floor (es. 0.0100, invio = zero): "
                   WITH NO ADVANCING
           ACCEPT WS-FVR-FLOOR

           DISPLAY "Cap (es. 0.0600, invio = nessuno): "
                   WITH NO ADVANCING
           ACCEPT WS-FVR-CAP

           IF WS-FVR-CAP > 0 AND WS-FVR-CAP < WS-FVR-FLOOR
               DISPLAY "Cap inferiore al floor!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Alla revisione (D=Durata fissa, R=Rata fissa): "
                   WITH NO ADVANCING
           ACCEPT WS-FVR-MODALITA
           IF WS-FVR-MODALITA = 'R' OR WS-FVR-MODALITA = 'r'
               MOVE 'R' TO WS-FVR-MODALITA
           ELSE
               MOVE 'D' TO WS-FVR-MODALITA
           END-IF

           MOVE SPACES TO WS-FVR-DATA-REVISIONE
           STRING FUNCTION CURRENT-DATE(1:4) "-"
                  FUNCTION CURRENT-DATE(5:2) "-"
                  FUNCTION CURRENT-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-FVR-DATA-REVISIONE

           PERFORM CERCA-FIXING-INDICE
           IF SQLCODE NOT = 0
               DISPLAY "Nessun fixing registrato per " WS-FVR-INDICE
                       "!"
               EXIT PARAGRAPH
           END-IF

           PERFORM CALCOLA-TASSO-VARIABILE

           COMPUTE WS-FVR-FIXING-EDIT = WS-FVR-FIXING * 100
           COMPUTE WS-FVR-PERC-EDIT = WS-FIN-TASSO-ANNUO * 100
           DISPLAY "Fixing " WS-FVR-INDICE " del " WS-FVR-DATA-FIXING
                   ": " WS-FVR-FIXING-EDIT "% - tasso iniziale: "
                   WS-FVR-PERC-EDIT "%"

           MOVE SPACES TO WS-FVR-DATA-REVISIONE
           MOVE "OK" TO WS-ESITO.

       SCEGLI-INDICE-EURIBOR.
           DISPLAY "Indice (1=Euribor 1M, 3=Euribor 3M, "
                   "6=Euribor 6M): " WITH NO ADVANCING
           ACCEPT WS-FVR-SCELTA-INDICE

           EVALUATE WS-FVR-SCELTA-INDICE
               WHEN '1'
                   MOVE "EUR1M" TO WS-FVR-INDICE
                   MOVE 1 TO WS-FVR-PERIODO
               WHEN '3'
                   MOVE "EUR3M" TO WS-FVR-INDICE
                   MOVE 3 TO WS-FVR-PERIODO
               WHEN '6'
                   MOVE "EUR6M" TO WS-FVR-INDICE
                   MOVE 6 TO WS-FVR-PERIODO
               WHEN OTHER
                   MOVE SPACES TO WS-FVR-INDICE
           END-EVALUATE.

      * Ultimo fixing dell'indice WS-FVR-INDICE non successivo alla
      * data WS-FVR-DATA-REVISIONE
       CERCA-FIXING-INDICE.
           EXEC SQL
               SELECT valore, CAST(data_fixing AS CHAR(10))
               INTO :WS-FVR-FIXING, :WS-FVR-DATA-FIXING
               FROM FIXING_INDICI
               WHERE indice = :WS-FVR-INDICE
               AND data_fixing <=
                   CAST(:WS-FVR-DATA-REVISIONE AS DATE)
               ORDER BY data_fixing DESC
               LIMIT 1
           END-EXEC.

      * Tasso contrattuale = fixing + spread, non sotto il floor
      * (floor a zero: tasso mai negativo) e non sopra il cap
      * (cap a zero: nessun tetto)
       CALCOLA-TASSO-VARIABILE.
           COMPUTE WS-FVR-TASSO-CALC = WS-FVR-FIXING + WS-FVR-SPREAD

           IF WS-FVR-TASSO-CALC < WS-FVR-FLOOR
               MOVE WS-FVR-FLOOR TO WS-FVR-TASSO-CALC
           END-IF

           IF WS-FVR-CAP > 0 AND WS-FVR-TASSO-CALC > WS-FVR-CAP
               MOVE WS-FVR-CAP TO WS-FVR-TASSO-CALC
           END-IF

           MOVE WS-FVR-TASSO-CALC TO WS-FIN-TASSO-ANNUO.

      * Riga dello storico tassi: alla erogazione e a ogni revisione
       REGISTRA-STORICO-TASSO.
           EXEC SQL
               INSERT INTO STORICO_TASSI_FIN
               (id_finanziamento, data_decorrenza, tasso_indice,
                spread, tasso_annuo, rata_mensile, rate_residue)
               VALUES
               (:WS-FIN-ID,
                COALESCE(CAST(NULLIF(:WS-FVR-DATA-REVISIONE, SPACES)
                              AS DATE), CURRENT_DATE),
                CASE WHEN :WS-FVR-TIPO-TASSO = 'V'
                     THEN :WS-FVR-FIXING END,
                :WS-FVR-SPREAD, :WS-FIN-TASSO-ANNUO, :WS-FIN-RATA,
                :WS-FVR-RATE-RESIDUE)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Errore storico tassi finanziamento "
                       WS-FIN-ID ": " SQLCODE
           END-IF.

      * Fixing giornaliero dell'indice Euribor (sostituisce quello
      * gia' registrato per la stessa data)
       REGISTRA-FIXING-INDICE.
           DISPLAY " "
           PERFORM SCEGLI-INDICE-EURIBOR
           IF WS-FVR-INDICE = SPACES
               DISPLAY "Indice non valido!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Data fixing (AAAA-MM-GG): " WITH NO ADVANCING
           ACCEPT WS-FVR-DATA-FIXING

           DISPLAY "Valore (es. 0.0285, negativo con il segno): "
                   WITH NO ADVANCING
           ACCEPT WS-FVR-FIXING

           EXEC SQL
               UPDATE FIXING_INDICI
               SET valore = :WS-FVR-FIXING
               WHERE indice = :WS-FVR-INDICE
               AND data_fixing = CAST(:WS-FVR-DATA-FIXING AS DATE)
           END-EXEC

           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO FIXING_INDICI
                   (indice, data_fixing, valore)
                   VALUES
                   (:WS-FVR-INDICE,
                    CAST(:WS-FVR-DATA-FIXING AS DATE),
                    :WS-FVR-FIXING)
               END-EXEC
           END-IF

           IF SQLCODE = 0
               EXEC SQL
                   COMMIT
               END-EXEC
               DISPLAY "Fixing " WS-FVR-INDICE " del "
                       WS-FVR-DATA-FIXING " registrato"
           ELSE
               DISPLAY "Errore registrazione fixing: " SQLCODE
           END-IF.

      ******************************************************************
      * Revisione periodica dei finanziamenti a tasso variabile:
      * per ogni finanziamento giunto alla data di revisione nuovo
      * tasso dal fixing dell'indice a quella data, ricalcolo del
      * piano residuo, storico del tasso e avviso di variazione al
      * cliente; la data di revisione avanza di un periodo
      * dell'indice. Senza fixing il finanziamento resta in attesa
      * e viene ripreso all'esecuzione successiva
      ******************************************************************
       REVISIONE-TASSI-VARIABILI.
           DISPLAY " "
           DISPLAY "=== REVISIONE TASSI FINANZIAMENTI VARIABILI ==="

           MOVE SPACES TO WS-NOME-FILE-AVVISI
           STRING "AVVISI-TASSO-" FUNCTION CURRENT-DATE(1:8) ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-AVVISI

           MOVE ZERO TO WS-CONTA-REVISIONI
           MOVE ZERO TO WS-CONTA-REV-SENZA-FIX

           OPEN OUTPUT AVVISI-TASSO-FILE

           EXEC SQL
               OPEN CUR-FIN-REVISIONE
           END-EXEC

           MOVE 'N' TO WS-FINE-REVISIONI
           PERFORM UNTIL WS-FINE-REVISIONI = 'S'
               EXEC SQL
                   FETCH CUR-FIN-REVISIONE
                   INTO :WS-FIN-ID, :WS-FIN-CONTO, :WS-FVR-INDICE,
                        :WS-FVR-SPREAD, :WS-FVR-FLOOR, :WS-FVR-CAP,
                        :WS-FVR-PERIODO, :WS-FVR-MODALITA,
                        :WS-FVR-DATA-REVISIONE, :WS-FVR-TASSO-PREC,
                        :WS-FVR-RATA-PREC
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'S' TO WS-FINE-REVISIONI
               ELSE
                   PERFORM REVISIONE-SINGOLO-FIN
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-FIN-REVISIONE
           END-EXEC

           CLOSE AVVISI-TASSO-FILE

           DISPLAY "Finanziamenti rivisti:   " WS-CONTA-REVISIONI
           DISPLAY "In attesa di fixing:     " WS-CONTA-REV-SENZA-FIX
           DISPLAY "Avvisi salvati in " WS-NOME-FILE-AVVISI.

       REVISIONE-SINGOLO-FIN.
           MOVE 'V' TO WS-FVR-TIPO-TASSO

           PERFORM CERCA-FIXING-INDICE
           IF SQLCODE NOT = 0
               ADD 1 TO WS-CONTA-REV-SENZA-FIX
               DISPLAY "Finanziamento " WS-FIN-ID ": nessun fixing "
                       WS-FVR-INDICE " al " WS-FVR-DATA-REVISIONE
               EXIT PARAGRAPH
           END-IF

           PERFORM CALCOLA-TASSO-VARIABILE
           MOVE WS-FVR-RATA-PREC TO WS-FIN-RATA
           MOVE ZERO TO WS-FVR-NUOVE-RATE

      * Piano da ricalcolare: rate non pagate in scadenza dopo la
      * data di revisione, escluse le impagate gia' accodate con
      * la mora
           EXEC SQL
               SELECT COALESCE(SUM(quota_capitale), 0), COUNT(*),
                      COALESCE(MIN(numero_rata), 0),
                      COALESCE(CAST(MIN(data_scadenza) AS CHAR(10)),
                               ' ')
               INTO :WS-FIN-RESIDUO, :WS-FVR-RATE-RESIDUE,
                    :WS-FVR-PRIMA-RATA, :WS-FVR-PRIMA-SCADENZA
               FROM RATE_FINANZIAMENTO
               WHERE id_finanziamento = :WS-FIN-ID
               AND stato = 'A'
               AND COALESCE(mora, 0) = 0
               AND data_scadenza >
                   CAST(:WS-FVR-DATA-REVISIONE AS DATE)
           END-EXEC

           MOVE "OK" TO WS-ESITO
           IF WS-FVR-RATE-RESIDUE > 0
               PERFORM RICALCOLA-PIANO-RESIDUO
           END-IF

           IF WS-ESITO NOT = "OK"
               EXEC SQL
                   ROLLBACK
               END-EXEC
               DISPLAY "Revisione finanziamento " WS-FIN-ID
                       " annullata: piano non ricalcolato"
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               UPDATE FINANZIAMENTI
               SET tasso_annuo = :WS-FIN-TASSO-ANNUO,
                   rata_mensile = :WS-FIN-RATA,
                   durata_mesi =
                       CASE WHEN :WS-FVR-NUOVE-RATE > 0
                            THEN :WS-FVR-PRIMA-RATA
                                 + :WS-FVR-NUOVE-RATE - 1
                            ELSE durata_mesi END,
                   data_prossima_revisione =
                       data_prossima_revisione
                       + :WS-FVR-PERIODO * INTERVAL '1 month'
               WHERE id_finanziamento = :WS-FIN-ID
           END-EXEC

           IF SQLCODE NOT = 0
               EXEC SQL
                   ROLLBACK
               END-EXEC
               DISPLAY "Errore revisione finanziamento " WS-FIN-ID
                       ": " SQLCODE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-FVR-NUOVE-RATE TO WS-FVR-RATE-RESIDUE
           PERFORM REGISTRA-STORICO-TASSO
           PERFORM SCRIVI-AVVISO-TASSO

           EXEC SQL
               COMMIT
           END-EXEC

           ADD 1 TO WS-CONTA-REVISIONI
           COMPUTE WS-FVR-PERC-EDIT = WS-FIN-TASSO-ANNUO * 100
           DISPLAY "Finanziamento " WS-FIN-ID ": nuovo tasso "
                   WS-FVR-PERC-EDIT "% dal " WS-FVR-DATA-REVISIONE.

      ******************************************************************
      * Ricalcolo del piano residuo al nuovo tasso: a durata fissa
      * nuova rata alla francese sulle rate rimaste, a rata fissa
      * resta la rata e cambia il numero delle rate. Le rate da
      * ricalcolare sono sostituite dal nuovo piano, con la stessa
      * numerazione e scadenze mensili dalla prima rata residua
      ******************************************************************
       RICALCOLA-PIANO-RESIDUO.
           COMPUTE WS-FIN-TASSO-MESE ROUNDED =
               WS-FIN-TASSO-ANNUO / 12

      * A rata fissa la rata deve coprire almeno gli interessi del
      * primo mese, altrimenti la revisione avviene a durata fissa
           IF WS-FVR-MODALITA = 'R'
               COMPUTE WS-FIN-QUOTA-INT ROUNDED =
                   WS-FIN-RESIDUO * WS-FIN-TASSO-MESE
               IF WS-FIN-RATA NOT > WS-FIN-QUOTA-INT
                   DISPLAY "Finanziamento " WS-FIN-ID ": rata "
                           "insufficiente al nuovo tasso, ricalcolo "
                           "a durata fissa"
                   MOVE 'D' TO WS-FVR-MODALITA
               END-IF
           END-IF

           IF WS-FVR-MODALITA = 'R'
               MOVE WS-FVR-MAX-RATE TO WS-FIN-DURATA
           ELSE
               MOVE WS-FVR-RATE-RESIDUE TO WS-FIN-DURATA
               IF WS-FIN-TASSO-MESE > 0
                   COMPUTE WS-FIN-RATA ROUNDED =
                       WS-FIN-RESIDUO * WS-FIN-TASSO-MESE
                       / (1 - (1 + WS-FIN-TASSO-MESE)
                              ** (0 - WS-FIN-DURATA))
               ELSE
                   COMPUTE WS-FIN-RATA ROUNDED =
                       WS-FIN-RESIDUO / WS-FIN-DURATA
               END-IF
           END-IF

           EXEC SQL
               DELETE FROM RATE_FINANZIAMENTO
               WHERE id_finanziamento = :WS-FIN-ID
               AND stato = 'A'
               AND COALESCE(mora, 0) = 0
               AND data_scadenza >
                   CAST(:WS-FVR-DATA-REVISIONE AS DATE)
           END-EXEC

           IF SQLCODE < 0
               DISPLAY "Errore ricalcolo piano finanziamento "
                       WS-FIN-ID ": " SQLCODE
               MOVE "KO" TO WS-ESITO
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-FIN-RESIDUO = 0
                   OR WS-FVR-NUOVE-RATE >= WS-FIN-DURATA
                   OR WS-ESITO NOT = "OK"
               COMPUTE WS-FIN-QUOTA-INT ROUNDED =
                   WS-FIN-RESIDUO * WS-FIN-TASSO-MESE

               IF WS-FVR-NUOVE-RATE + 1 = WS-FIN-DURATA
                  OR WS-FIN-RATA - WS-FIN-QUOTA-INT >= WS-FIN-RESIDUO
                   MOVE WS-FIN-RESIDUO TO WS-FIN-QUOTA-CAP
               ELSE
                   COMPUTE WS-FIN-QUOTA-CAP =
                       WS-FIN-RATA - WS-FIN-QUOTA-INT
               END-IF

               COMPUTE WS-FVR-IMPORTO-RATA =
                   WS-FIN-QUOTA-CAP + WS-FIN-QUOTA-INT
               SUBTRACT WS-FIN-QUOTA-CAP FROM WS-FIN-RESIDUO
               COMPUTE WS-FIN-NUMERO-RATA =
                   WS-FVR-PRIMA-RATA + WS-FVR-NUOVE-RATE

               EXEC SQL
                   INSERT INTO RATE_FINANZIAMENTO
                   (id_finanziamento, numero_rata,
                    data_scadenza, quota_capitale,
                    quota_interessi, importo_rata, stato)
                   VALUES
                   (:WS-FIN-ID, :WS-FIN-NUMERO-RATA,
                    CAST(:WS-FVR-PRIMA-SCADENZA AS DATE)
                        + :WS-FVR-NUOVE-RATE * INTERVAL '1 month',
                    :WS-FIN-QUOTA-CAP, :WS-FIN-QUOTA-INT,
                    :WS-FVR-IMPORTO-RATA, 'A')
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "Errore ricalcolo rata "
                           WS-FIN-NUMERO-RATA ": " SQLCODE
                   MOVE "KO" TO WS-ESITO
               END-IF

               ADD 1 TO WS-FVR-NUOVE-RATE
           END-PERFORM.

      * Avviso di variazione del tasso all'intestatario del conto
      * di appoggio del finanziamento
       SCRIVI-AVVISO-TASSO.
           EXEC SQL
               SELECT cl.nome, cl.cognome,
                      COALESCE(cl.indirizzo, ' '),
                      COALESCE(cl.citta, ' ')
               INTO :WS-CLI-NOME, :WS-CLI-COGNOME,
                    :WS-CLI-INDIRIZZO, :WS-CLI-CITTA
               FROM CONTI c
               JOIN CLIENTI cl
                 ON c.codice_cliente = cl.codice_cliente
               WHERE c.numero_conto = :WS-FIN-CONTO
           END-EXEC

           MOVE SPACES TO AVVISI-TASSO-RECORD
           STRING "Spett.le " WS-CLI-NOME DELIMITED BY "  "
                  " " WS-CLI-COGNOME DELIMITED BY "  "
                  INTO AVVISI-TASSO-RECORD
           WRITE AVVISI-TASSO-RECORD
           MOVE WS-CLI-INDIRIZZO TO AVVISI-TASSO-RECORD
           WRITE AVVISI-TASSO-RECORD
           MOVE WS-CLI-CITTA TO AVVISI-TASSO-RECORD
           WRITE AVVISI-TASSO-RECORD
           MOVE SPACES TO AVVISI-TASSO-RECORD
           WRITE AVVISI-TASSO-RECORD

           STRING "OGGETTO: variazione del tasso del finanziamento "
                  "n. " WS-FIN-ID
                  DELIMITED BY SIZE INTO AVVISI-TASSO-RECORD
           WRITE AVVISI-TASSO-RECORD
           MOVE SPACES TO AVVISI-TASSO-RECORD
           WRITE AVVISI-TASSO-RECORD

           COMPUTE WS-FVR-FIXING-EDIT = WS-FVR-FIXING * 100
           COMPUTE WS-FVR-SPREAD-EDIT = WS-FVR-SPREAD * 100
           STRING "Dal " WS-FVR-DATA-REVISIONE
                  " il tasso, indicizzato a " WS-FVR-INDICE
                  " (fixing del " WS-FVR-DATA-FIXING " "
                  WS-FVR-FIXING-EDIT "%) piu' spread "
                  WS-FVR-SPREAD-EDIT "%, e' stato rivisto."
                  DELIMITED BY SIZE INTO AVVISI-TASSO-RECORD
           WRITE AVVISI-TASSO-RECORD

           MOVE SPACES TO AVVISI-TASSO-RECORD
           COMPUTE WS-FVR-PERC-EDIT = WS-FVR-TASSO-PREC * 100
           STRING "Tasso annuo precedente: " WS-FVR-PERC-EDIT "%"
                  DELIMITED BY SIZE INTO AVVISI-TASSO-RECORD
           WRITE AVVISI-TASSO-RECORD
           MOVE SPACES TO AVVISI-TASSO-RECORD
           COMPUTE WS-FVR-PERC-EDIT = WS-FIN-TASSO-ANNUO * 100
           STRING "Nuovo tasso annuo:      " WS-FVR-PERC-EDIT "%"
                  DELIMITED BY SIZE INTO AVVISI-TASSO-RECORD
           WRITE AVVISI-TASSO-RECORD

           MOVE SPACES TO AVVISI-TASSO-RECORD
           MOVE WS-FVR-RATA-PREC TO WS-SALDO-EDIT
           STRING "Rata precedente:  EUR " WS-SALDO-EDIT
                  DELIMITED BY SIZE INTO AVVISI-TASSO-RECORD
           WRITE AVVISI-TASSO-RECORD
           MOVE SPACES TO AVVISI-TASSO-RECORD
           MOVE WS-FIN-RATA TO WS-SALDO-EDIT
           STRING "Nuova rata:       EUR " WS-SALDO-EDIT
                  DELIMITED BY SIZE INTO AVVISI-TASSO-RECORD
           WRITE AVVISI-TASSO-RECORD
           MOVE SPACES TO AVVISI-TASSO-RECORD
           STRING "Rate residue: " WS-FVR-NUOVE-RATE
                  " - addebito sul conto " WS-FIN-CONTO
                  DELIMITED BY SIZE INTO AVVISI-TASSO-RECORD
           WRITE AVVISI-TASSO-RECORD

           MOVE ALL "=" TO AVVISI-TASSO-RECORD
           WRITE AVVISI-TASSO-RECORD.

       GESTIONE-SDD.
           DISPLAY " "
           DISPLAY "=== ADDEBITI DIRETTI SDD ==="
           DISPLAY " "
           DISPLAY "1. Inserisci mandato SDD"
           DISPLAY "2. Revoca mandato SDD"
           DISPLAY "3. Elabora file addebiti in arrivo"
           DISPLAY " "
           DISPLAY "Scelta: " WITH NO ADVANCING
           ACCEPT WS-SCELTA

           EVALUATE WS-SCELTA
               WHEN 1
                   PERFORM INSERISCI-MANDATO-SDD
               WHEN 2
                   PERFORM REVOCA-MANDATO-SDD
               WHEN 3
                   PERFORM CONTROLLA-RUOLO-CAPO
                   IF WS-ESITO = "OK"
                       PERFORM ELABORA-ADDEBITI-SDD
                   END-IF
               WHEN OTHER
           DISPLAY "1. Import flusso bonifici in arrivo"
           DISPLAY "2. Lavorazione partite sospese"
           DISPLAY "3. Report partite sospese aperte"
           DISPLAY "4. Conti aziendali per gli incassi del magazzino"
           DISPLAY "5. Travaso incassi al magazzino"
           DISPLAY " "
           DISPLAY "Scelta: " WITH NO ADVANCING
           ACCEPT WS-SCELTA
                   PERFORM LAVORA-PARTITA-SOSPESA
               WHEN 3
                   PERFORM REPORT-SOSPESE-APERTE
               WHEN 4
                   PERFORM CONTROLLA-RUOLO-CAPO
                   IF WS-ESITO = "OK"
                       PERFORM GESTIONE-CONTI-INCASSI
                   END-IF
               WHEN 5
                   PERFORM ESPORTA-INCASSI-MAGAZZINO
               WHEN OTHER
                   DISPLAY "Scelta non valida!"
           END-EVALUATE.
      * Import del flusso di bonifici in entrata dalle altre
      * banche: accredito automatico sul conto abbinato per IBAN;
      * le disposizioni senza abbinamento parcheggiano tra le
      * partite sospese in attesa di lavorazione manuale. I
      * bonifici accreditati sui conti aziendali vanno in coda per
      * il magazzino.
      ******************************************************************
       IMPORTA-BONIFICI-ARRIVO.
           DISPLAY " "
           MOVE BA-ORDINANTE TO WS-BA-ORDINANTE
           MOVE BA-CAUSALE TO WS-BA-CAUSALE
           MOVE FUNCTION NUMVAL(BA-IMPORTO) TO WS-BA-IMPORTO
           MOVE BA-IBAN-ORDINANTE TO WS-BA-IBAN-ORDINANTE

      * Abbinamento per IBAN del beneficiario
           EXEC SQL
                          WS-BA-CAUSALE
                          DELIMITED BY SIZE INTO WS-CAUSALE
                   PERFORM REGISTRA-MOVIMENTO
                   PERFORM ACCODA-INCASSO-MAGAZZINO

                   EXEC SQL
                       COMMIT
           EXEC SQL
               INSERT INTO PARTITE_SOSPESE
               (data_ricezione, iban_beneficiario, ordinante,
                causale, importo, iban_ordinante, stato)
               VALUES
               (CURRENT_DATE, :WS-BA-IBAN, :WS-BA-ORDINANTE,
                :WS-BA-CAUSALE, :WS-BA-IMPORTO,
                :WS-BA-IBAN-ORDINANTE, 'A')
           END-EXEC

           IF SQLCODE = 0
               DISPLAY "Errore registrazione sospesa: " SQLCODE
           END-IF.

      * Il bonifico accreditato su un conto aziendale registrato va
      * in coda per il magazzino (nella stessa unita' di lavoro
      * dell'accredito)
       ACCODA-INCASSO-MAGAZZINO.
           EXEC SQL
               INSERT INTO INCASSI_MAGAZZINO
               (numero_conto, data_accredito, iban_ordinante,
                ordinante, causale, importo, esportato)
               SELECT numero_conto, CURRENT_DATE,
                      :WS-BA-IBAN-ORDINANTE, :WS-BA-ORDINANTE,
                      :WS-BA-CAUSALE, :WS-BA-IMPORTO, 'N'
               FROM CONTI_INCASSI
               WHERE numero_conto = :WS-NUMERO-CONTO
           END-EXEC.

      ******************************************************************
      * Lavorazione manuale di una partita sospesa: riassegnazione
      * al conto corretto con accredito e chiusura della sospesa.

           EXEC SQL
               SELECT iban_beneficiario, ordinante, causale,
                      importo, COALESCE(iban_ordinante, ' ')
               INTO :WS-BA-IBAN, :WS-BA-ORDINANTE,
                    :WS-BA-CAUSALE, :WS-BA-IMPORTO,
                    :WS-BA-IBAN-ORDINANTE
               FROM PARTITE_SOSPESE
               WHERE id_sospesa = :WS-BA-ID
               AND stato = 'A'
                      WS-BA-CAUSALE
                      DELIMITED BY SIZE INTO WS-CAUSALE
               PERFORM REGISTRA-MOVIMENTO
               PERFORM ACCODA-INCASSO-MAGAZZINO

               EXEC SQL
                   UPDATE PARTITE_SOSPESE
           DISPLAY "Partite sospese aperte: " WS-CONTA-BA-SOSPESI
           DISPLAY "Report salvato in " WS-NOME-FILE-SOSPESE.

      * Conti aziendali i cui bonifici in arrivo sono incassi dei
      * clienti del magazzino
       GESTIONE-CONTI-INCASSI.
           DISPLAY " "
           DISPLAY "=== CONTI AZIENDALI PER GLI INCASSI ==="

           EXEC SQL
               OPEN CUR-CONTI-INCASSI
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-CONTI-INCASSI
                   INTO :WS-INC-CONTO, :WS-CLI-COGNOME,
                        :WS-INC-DATA
               END-EXEC

               IF SQLCODE = 0
                   DISPLAY WS-INC-CONTO " " WS-CLI-COGNOME(1:40)
                           " dal " WS-INC-DATA
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-CONTI-INCASSI
           END-EXEC

           DISPLAY " "
           DISPLAY "1. Aggiungi conto"
           DISPLAY "2. Togli conto"
           DISPLAY "Scelta: " WITH NO ADVANCING
           ACCEPT WS-SCELTA

           IF WS-SCELTA NOT = 1 AND WS-SCELTA NOT = 2
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Numero conto: " WITH NO ADVANCING
           ACCEPT WS-INC-CONTO

           IF WS-SCELTA = 1
               MOVE WS-INC-CONTO TO WS-NUMERO-CONTO
               PERFORM VERIFICA-CONTO
               IF WS-ESITO = "KO"
                   EXIT PARAGRAPH
               END-IF

               EXEC SQL
                   INSERT INTO CONTI_INCASSI
                   (numero_conto, data_inserimento, operatore)
                   VALUES
                   (:WS-INC-CONTO, CURRENT_DATE,
                    :WS-UTE-CODICE)
               END-EXEC
           ELSE
               EXEC SQL
                   DELETE FROM CONTI_INCASSI
                   WHERE numero_conto = :WS-INC-CONTO
               END-EXEC
           END-IF

           IF SQLCODE = 0
               EXEC SQL
                   COMMIT
               END-EXEC
               DISPLAY "Conti aziendali aggiornati!"
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               DISPLAY "Conto non aggiornato: " SQLCODE
           END-IF.

      ******************************************************************
      * Travaso degli incassi in coda sul file INCASSI-MAGAZZINO.DAT,
      * in accodamento: il magazzino riconosce gli incassi gia'
      * abbinati dall'identificativo e li salta.
      ******************************************************************
       ESPORTA-INCASSI-MAGAZZINO.
           DISPLAY " "
           DISPLAY "=== TRAVASO INCASSI AL MAGAZZINO ==="

           MOVE ZERO TO WS-CONTA-INC-ESPORTATI
           MOVE ZERO TO WS-INC-ULTIMO

           OPEN EXTEND INCASSI-MAG-FILE
           IF WS-INC-FILE-STATUS NOT = "00"
               OPEN OUTPUT INCASSI-MAG-FILE
           END-IF
           IF WS-INC-FILE-STATUS NOT = "00"
               DISPLAY "Errore apertura INCASSI-MAGAZZINO.DAT: "
                       WS-INC-FILE-STATUS
               IF WS-MODO-BATCH = 'S'
                   MOVE 8 TO WS-BATCH-RC
               END-IF
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               OPEN CUR-INCASSI-MAGAZZINO
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-INCASSI-MAGAZZINO
                   INTO :WS-INC-ID, :WS-INC-DATA, :WS-INC-CONTO,
                        :WS-INC-IBAN-ORD, :WS-INC-ORDINANTE,
                        :WS-INC-CAUSALE, :WS-INC-IMPORTO
               END-EXEC

               IF SQLCODE = 0
                   MOVE SPACES TO INCASSI-MAG-RECORD
                   MOVE WS-INC-ID TO INC-ID
                   MOVE WS-INC-DATA TO INC-DATA
                   MOVE WS-INC-CONTO TO INC-CONTO
                   MOVE WS-INC-IBAN-ORD TO INC-IBAN-ORDINANTE
                   MOVE WS-INC-ORDINANTE TO INC-ORDINANTE
                   MOVE WS-INC-CAUSALE TO INC-CAUSALE
                   MOVE WS-INC-IMPORTO TO INC-IMPORTO
                   WRITE INCASSI-MAG-RECORD
                   MOVE WS-INC-ID TO WS-INC-ULTIMO
                   ADD 1 TO WS-CONTA-INC-ESPORTATI
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-INCASSI-MAGAZZINO
           END-EXEC

           CLOSE INCASSI-MAG-FILE

           IF WS-CONTA-INC-ESPORTATI > 0
               EXEC SQL
                   UPDATE INCASSI_MAGAZZINO
                   SET esportato = 'S',
                       data_esportazione = CURRENT_DATE
                   WHERE esportato = 'N'
                   AND id_incasso <= :WS-INC-ULTIMO
               END-EXEC

               IF SQLCODE = 0
                   EXEC SQL
                       COMMIT
                   END-EXEC
               ELSE
                   EXEC SQL
                       ROLLBACK
                   END-EXEC
                   DISPLAY "Errore aggiornamento coda incassi: "
                           SQLCODE
                   IF WS-MODO-BATCH = 'S'
                       MOVE 8 TO WS-BATCH-RC
                   END-IF
               END-IF
           END-IF

           DISPLAY "Incassi travasati: " WS-CONTA-INC-ESPORTATI
           DISPLAY "File INCASSI-MAGAZZINO.DAT".

      ******************************************************************
      * Monitoraggio antiriciclaggio mensile sul contante: registro
      * delle operazioni da segnalare con i superamenti di soglia
      * aggregati per cliente (anche su piu' conti) e i
      * frazionamenti su finestra mobile di sette giorni; il
      * cliente segnalato riceve un livello di attenzione mostrato
      * all'apertura di nuove operazioni.
      ******************************************************************
       MONITORAGGIO-ANTIRICICLAGGIO.
           DISPLAY " "
           DISPLAY "=== MONITORAGGIO ANTIRICICLAGGIO CONTANTE ==="

           DISPLAY "Anno (AAAA): " WITH NO ADVANCING
           ACCEPT WS-AML-ANNO

           DISPLAY "Mese (MM): " WITH NO ADVANCING
           ACCEPT WS-AML-MESE

           IF WS-AML-MESE < 1 OR WS-AML-MESE > 12
               DISPLAY "Mese non valido!"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-NOME-FILE-AML
           STRING "AML-" WS-AML-ANNO WS-AML-MESE ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-AML

           MOVE ZERO TO WS-CONTA-AML-SOGLIA
           MOVE ZERO TO WS-CONTA-AML-FRAZ

           OPEN OUTPUT AML-FILE

           MOVE SPACES TO AML-RECORD
           STRING "REGISTRO OPERAZIONI DA SEGNALARE - "
      * automatico: la riduzione e' una decisione della funzione
      * antiriciclaggio
       AGGIORNA-LIVELLO-ATTENZIONE.
           MOVE "CLIENTI" TO WS-AUD-TABELLA
           MOVE WS-AML-CLIENTE TO WS-AUD-CHIAVE
           PERFORM AUDIT-PRIMA

           EXEC SQL
               UPDATE CLIENTI
               SET livello_attenzione = GREATEST(
               WHERE codice_cliente = :WS-AML-CLIENTE
           END-EXEC

           IF SQLCODE = 0
               PERFORM AUDIT-DOPO
           ELSE
               DISPLAY "Errore aggiornamento livello attenzione "
                       WS-AML-CLIENTE ": " SQLCODE
           END-IF.
           END-EXEC

           IF SQLCODE = 0
      * Commissione del bonifico SEPA in uscita da tariffario
               MOVE "BONIFICO-SEPA" TO WS-TAR-VOCE
               MOVE "Commissione bonifico SEPA" TO WS-TAR-DESCRIZIONE
               PERFORM ADDEBITA-COMMISSIONE
               EXEC SQL
                   COMMIT
               END-EXEC
       ASSEGNA-OPERATORE-FILIALE.
           DISPLAY " "
           DISPLAY "Codice operatore: " WITH NO ADVANCING
           ACCEPT WS-FIL-OPERATORE

           DISPLAY "Codice filiale: " WITH NO ADVANCING
           ACCEPT WS-FIL-CODICE
               EXIT PARAGRAPH
           END-IF

           MOVE "UTENTI" TO WS-AUD-TABELLA
           MOVE WS-FIL-OPERATORE TO WS-AUD-CHIAVE
           PERFORM AUDIT-PRIMA

           EXEC SQL
               UPDATE UTENTI
               SET codice_filiale = :WS-FIL-CODICE
               WHERE codice_operatore = :WS-FIL-OPERATORE
           END-EXEC

           IF SQLCODE = 0
               DISPLAY "Operatore assegnato alla filiale "
                       WS-FIL-CODICE " - "
                       WS-FIL-DESCRIZIONE(1:30)
               PERFORM AUDIT-DOPO
           ELSE IF SQLCODE = 100
               DISPLAY "Operatore non trovato!"
           ELSE
           EXEC SQL
               INSERT INTO MOVIMENTI_CASSA
               (codice_operatore, data_ora, tipo, importo,
                causale, codice_soggetto)
               VALUES
               (:WS-UTE-CODICE, CURRENT_TIMESTAMP,
                :WS-CAS-TIPO, :WS-CAS-IMPORTO,
                :WS-CAS-MOV-CAUSALE,
                NULLIF(:WS-OPE-CLIENTE, SPACES))
           END-EXEC

           IF SQLCODE NOT = 0
                   WITH NO ADVANCING
           ACCEPT WS-DEC-DATA

           MOVE "CLIENTI" TO WS-AUD-TABELLA
           MOVE WS-DEC-CLIENTE TO WS-AUD-CHIAVE
           PERFORM AUDIT-PRIMA

           EXEC SQL
               UPDATE CLIENTI
               SET deceduto = 'S',
               DISPLAY "Decesso registrato: addebiti bloccati "
                       "sui conti intestati, accrediti e spese "
                       "autorizzate continuano a passare."
               PERFORM AUDIT-DOPO
               PERFORM DECADENZA-DELEGHE-DECESSO
           ELSE IF SQLCODE = 100
               DISPLAY "Cliente non trovato!"
           ELSE

      * Il conto monointestato svuotato dalla liquidazione chiude
           IF WS-SUC-INTESTATARI = 1
               MOVE "CONTI" TO WS-AUD-TABELLA
               MOVE WS-NUMERO-CONTO TO WS-AUD-CHIAVE
               PERFORM AUDIT-PRIMA

               EXEC SQL
                   UPDATE CONTI
                   SET stato = 'C',
                   WHERE numero_conto = :WS-NUMERO-CONTO
               END-EXEC

               PERFORM AUDIT-DOPO

               WRITE SUCCESSIONE-RECORD FROM
                   "  Conto monointestato chiuso."
           END-IF.
           DISPLAY " "
           DISPLAY "1. Controllo mensile documenti in scadenza"
           DISPLAY "2. Rinnovo documento cliente"
           DISPLAY "3. Autocertificazione fiscale FATCA/CRS"
           DISPLAY "4. Verifica indizi di residenza estera"
           DISPLAY "5. Segnalazione annuale FATCA/CRS"
           DISPLAY " "
           DISPLAY "Scelta: " WITH NO ADVANCING
           ACCEPT WS-SCELTA
                   PERFORM REPORT-DOCUMENTI-SCADUTI
               WHEN 2
                   PERFORM RINNOVO-DOCUMENTO
               WHEN 3
                   PERFORM AUTOCERTIFICAZIONE-FISCALE
               WHEN 4
                   PERFORM VERIFICA-INDIZI-FISCALI
               WHEN 5
                   PERFORM CONTROLLA-RUOLO-CAPO
                   IF WS-ESITO = "OK"
                       PERFORM SEGNALAZIONE-FATCA-CRS
                   END-IF
               WHEN OTHER
                   DISPLAY "Scelta non valida!"
           END-EVALUATE.
                   WITH NO ADVANCING
           ACCEPT WS-DOC-SCADENZA

           MOVE "CLIENTI" TO WS-AUD-TABELLA
           MOVE WS-DOC-CLIENTE TO WS-AUD-CHIAVE
           PERFORM AUDIT-PRIMA

           EXEC SQL
               UPDATE CLIENTI
               SET tipo_documento = :WS-DOC-TIPO,
           END-EXEC

           IF SQLCODE = 0
               PERFORM AUDIT-DOPO
               EXEC SQL
                   COMMIT
               END-EXEC
               DISPLAY "Errore rinnovo documento: " SQLCODE
           END-IF.

       GESTIONE-TARIFFARIO.
           DISPLAY " "
           DISPLAY "=== TARIFFARIO, CANONI E RIEPILOGO SPESE ==="
           DISPLAY " "
           DISPLAY "1. Inserisci voce di tariffario"
           DISPLAY "2. Visualizza tariffario di un prodotto"
           DISPLAY "3. Assegna prodotto a un conto"
           DISPLAY "4. Promozione canone gratuito"
           DISPLAY "5. Addebito canoni mensili"
           DISPLAY "6. Riepilogo annuale delle spese"
           DISPLAY " "
           DISPLAY "Scelta: " WITH NO ADVANCING
           ACCEPT WS-SCELTA

           EVALUATE WS-SCELTA
               WHEN 1
                   PERFORM CONTROLLA-RUOLO-CAPO
                   IF WS-ESITO = "OK"
                       PERFORM INSERISCI-VOCE-TARIFFARIO
                   END-IF
               WHEN 2
                   PERFORM VISUALIZZA-TARIFFARIO
               WHEN 3
                   PERFORM CONTROLLA-RUOLO-CAPO
                   IF WS-ESITO = "OK"
                       PERFORM ASSEGNA-PRODOTTO-CONTO
                   END-IF
               WHEN 4
                   PERFORM CONTROLLA-RUOLO-CAPO
                   IF WS-ESITO = "OK"
                       PERFORM INSERISCI-PROMOZIONE-CANONE
                   END-IF
               WHEN 5
                   PERFORM CONTROLLA-RUOLO-CAPO
                   IF WS-ESITO = "OK"
                       PERFORM ADDEBITO-CANONI-MENSILI
                   END-IF
               WHEN 6
                   PERFORM RIEPILOGO-SPESE-ANNUO
               WHEN OTHER
                   DISPLAY "Scelta non valida!"
           END-EVALUATE.

      * Nuova voce di tariffario di un prodotto: la voce ancora
      * aperta per lo stesso prodotto si chiude il giorno prima
      * della nuova decorrenza
       INSERISCI-VOCE-TARIFFARIO.
           DISPLAY " "
           DISPLAY "Codice prodotto: " WITH NO ADVANCING
           ACCEPT WS-TAR-PRODOTTO

           DISPLAY "Voci: CANONE-CONTO, CANONE-CARTA, TENUTA-CONTO,"
           DISPLAY "      PRELIEVO-SPORT, BONIFICO-SEPA, LIBRETTO-ASS,"
           DISPLAY "      EMISSIONE-CARTA, SCONFINAMENTO"
           DISPLAY "Voce: " WITH NO ADVANCING
           ACCEPT WS-TAR-VOCE

           EVALUATE WS-TAR-VOCE
               WHEN "CANONE-CONTO"
               WHEN "CANONE-CARTA"
               WHEN "TENUTA-CONTO"
               WHEN "PRELIEVO-SPORT"
               WHEN "BONIFICO-SEPA"
               WHEN "LIBRETTO-ASS"
               WHEN "EMISSIONE-CARTA"
               WHEN "SCONFINAMENTO"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Voce di tariffario non prevista!"
                   EXIT PARAGRAPH
           END-EVALUATE

           DISPLAY "Descrizione: " WITH NO ADVANCING
           ACCEPT WS-TAR-DESCRIZIONE

           DISPLAY "Importo: " WITH NO ADVANCING
           ACCEPT WS-TAR-IMPORTO

           DISPLAY "Valida dal (AAAA-MM-GG): " WITH NO ADVANCING
           ACCEPT WS-TAR-VALIDO-DAL

           DISPLAY "Valida al (AAAA-MM-GG, invio = senza scadenza): "
                   WITH NO ADVANCING
           ACCEPT WS-TAR-VALIDO-AL

           EXEC SQL
               UPDATE TARIFFARIO
               SET valido_al = CAST(:WS-TAR-VALIDO-DAL AS DATE) - 1
               WHERE codice_prodotto = :WS-TAR-PRODOTTO
               AND voce = :WS-TAR-VOCE
               AND valido_al IS NULL
               AND valido_dal < CAST(:WS-TAR-VALIDO-DAL AS DATE)
           END-EXEC

           EXEC SQL
               INSERT INTO TARIFFARIO
               (codice_prodotto, voce, descrizione, importo,
                valido_dal, valido_al)
               VALUES
               (:WS-TAR-PRODOTTO, :WS-TAR-VOCE,
                :WS-TAR-DESCRIZIONE, :WS-TAR-IMPORTO,
                CAST(:WS-TAR-VALIDO-DAL AS DATE),
                CAST(NULLIF(:WS-TAR-VALIDO-AL, SPACES) AS DATE))
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   COMMIT
               END-EXEC
               DISPLAY "Voce di tariffario registrata!"
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               DISPLAY "Errore registrazione tariffario: " SQLCODE
           END-IF.

       VISUALIZZA-TARIFFARIO.
           DISPLAY " "
           DISPLAY "Codice prodotto: " WITH NO ADVANCING
           ACCEPT WS-TAR-PRODOTTO

           DISPLAY " "
           DISPLAY "VOCE            DESCRIZIONE                     "
                   "       IMPORTO  DAL        AL"

           EXEC SQL
               OPEN CUR-TARIFFARIO
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-TARIFFARIO
                   INTO :WS-TAR-VOCE, :WS-TAR-DESCRIZIONE,
                        :WS-TAR-IMPORTO, :WS-TAR-VALIDO-DAL,
                        :WS-TAR-VALIDO-AL
               END-EXEC

               IF SQLCODE = 0
                   MOVE WS-TAR-IMPORTO TO WS-TAR-IMPORTO-EDIT
                   DISPLAY WS-TAR-VOCE " " WS-TAR-DESCRIZIONE(1:30)
                           " " WS-TAR-IMPORTO-EDIT " "
                           WS-TAR-VALIDO-DAL " " WS-TAR-VALIDO-AL
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-TARIFFARIO
           END-EXEC.

       ASSEGNA-PRODOTTO-CONTO.
           DISPLAY " "
           DISPLAY "Numero conto: " WITH NO ADVANCING
           ACCEPT WS-NUMERO-CONTO

           PERFORM VERIFICA-CONTO
           IF WS-ESITO = "KO"
               DISPLAY "Conto non valido!"
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               SELECT COALESCE(codice_prodotto, 'STD')
               INTO :WS-CON-PRODOTTO
               FROM CONTI
               WHERE numero_conto = :WS-NUMERO-CONTO
           END-EXEC

           DISPLAY "Prodotto attuale: " WS-CON-PRODOTTO
           DISPLAY "Nuovo codice prodotto: " WITH NO ADVANCING
           ACCEPT WS-TAR-PRODOTTO

      * Il prodotto deve avere almeno una voce di tariffario
           MOVE ZERO TO WS-RSP-NUMERO
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-RSP-NUMERO
               FROM TARIFFARIO
               WHERE codice_prodotto = :WS-TAR-PRODOTTO
           END-EXEC

           IF WS-RSP-NUMERO = 0
               DISPLAY "Prodotto senza tariffario!"
               EXIT PARAGRAPH
           END-IF

           MOVE "CONTI" TO WS-AUD-TABELLA
           MOVE WS-NUMERO-CONTO TO WS-AUD-CHIAVE
           PERFORM AUDIT-PRIMA

           EXEC SQL
               UPDATE CONTI
               SET codice_prodotto = :WS-TAR-PRODOTTO
               WHERE numero_conto = :WS-NUMERO-CONTO
           END-EXEC

           IF SQLCODE = 0
               PERFORM AUDIT-DOPO
               EXEC SQL
                   COMMIT
               END-EXEC
               DISPLAY "Conto " WS-NUMERO-CONTO
                       " passato al prodotto " WS-TAR-PRODOTTO
           ELSE
               DISPLAY "Errore assegnazione prodotto: " SQLCODE
           END-IF.

      * Periodo promozionale senza canone mensile sul conto
       INSERISCI-PROMOZIONE-CANONE.
           DISPLAY " "
           DISPLAY "Numero conto: " WITH NO ADVANCING
           ACCEPT WS-NUMERO-CONTO

           PERFORM VERIFICA-CONTO
           IF WS-ESITO = "KO"
               DISPLAY "Conto non valido!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Canone gratuito dal (AAAA-MM-GG): "
                   WITH NO ADVANCING
           ACCEPT WS-TAR-VALIDO-DAL

           DISPLAY "Canone gratuito al (AAAA-MM-GG): "
                   WITH NO ADVANCING
           ACCEPT WS-TAR-VALIDO-AL

           IF WS-TAR-VALIDO-AL < WS-TAR-VALIDO-DAL
               DISPLAY "Periodo promozionale non valido!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Descrizione promozione: " WITH NO ADVANCING
           ACCEPT WS-TAR-DESCRIZIONE

           EXEC SQL
               INSERT INTO PROMOZIONI_CANONE
               (numero_conto, valido_dal, valido_al, descrizione)
               VALUES
               (:WS-NUMERO-CONTO, CAST(:WS-TAR-VALIDO-DAL AS DATE),
                CAST(:WS-TAR-VALIDO-AL AS DATE), :WS-TAR-DESCRIZIONE)
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   COMMIT
               END-EXEC
               DISPLAY "Promozione registrata: nessun canone dal "
                       WS-TAR-VALIDO-DAL " al " WS-TAR-VALIDO-AL
           ELSE
               DISPLAY "Errore registrazione promozione: " SQLCODE
           END-IF.

      ******************************************************************
      * Addebito mensile dei canoni: canone conto e canone per ogni
      * carta attiva secondo il tariffario del prodotto, nessun
      * canone nei mesi coperti da una promozione. Il mese
      * addebitato resta sul conto, cosi' una seconda esecuzione
      * per lo stesso mese non addebita di nuovo
      ******************************************************************
       ADDEBITO-CANONI-MENSILI.
           DISPLAY " "
           DISPLAY "=== ADDEBITO CANONI MENSILI ==="

           IF WS-MODO-BATCH = 'S'
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-CAN-ANNO
               MOVE FUNCTION CURRENT-DATE(5:2) TO WS-CAN-MESE
           ELSE
               DISPLAY "Anno (AAAA): " WITH NO ADVANCING
               ACCEPT WS-CAN-ANNO
               DISPLAY "Mese (MM): " WITH NO ADVANCING
               ACCEPT WS-CAN-MESE
           END-IF

           IF WS-CAN-MESE < 1 OR WS-CAN-MESE > 12
               DISPLAY "Mese non valido!"
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-CAN-PERIODO = WS-CAN-ANNO * 100 + WS-CAN-MESE
           MOVE SPACES TO WS-CAN-DATA
           STRING WS-CAN-ANNO "-" WS-CAN-MESE "-01"
                  DELIMITED BY SIZE INTO WS-CAN-DATA

           MOVE ZERO TO WS-CONTA-CAN-ADDEBITATI
           MOVE ZERO TO WS-CONTA-CAN-PROMO
           MOVE ZERO TO WS-CONTA-CAN-GIA
           MOVE ZERO TO WS-TOTALE-CANONI

           EXEC SQL
               OPEN CUR-CONTI-CANONE
           END-EXEC

           MOVE 'N' TO WS-FINE-CANONI
           PERFORM UNTIL WS-FINE-CANONI = 'S'
               EXEC SQL
                   FETCH CUR-CONTI-CANONE
                   INTO :WS-NUMERO-CONTO, :WS-CAN-ULTIMO,
                        :WS-CAN-CARTE, :WS-CAN-PROMO
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'S' TO WS-FINE-CANONI
               ELSE
                   PERFORM ADDEBITA-CANONI-CONTO
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-CONTI-CANONE
           END-EXEC

           MOVE WS-TOTALE-CANONI TO WS-SALDO-EDIT
           DISPLAY "Canoni " WS-CAN-MESE "/" WS-CAN-ANNO
                   ": addebitati " WS-CONTA-CAN-ADDEBITATI
                   " conti, EUR " WS-SALDO-EDIT
           DISPLAY "Conti in promozione: " WS-CONTA-CAN-PROMO
                   " - gia' addebitati: " WS-CONTA-CAN-GIA.

       ADDEBITA-CANONI-CONTO.
           IF WS-CAN-ULTIMO >= WS-CAN-PERIODO
               ADD 1 TO WS-CONTA-CAN-GIA
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               UPDATE CONTI
               SET ultimo_periodo_canone = :WS-CAN-PERIODO
               WHERE numero_conto = :WS-NUMERO-CONTO
           END-EXEC

           IF WS-CAN-PROMO = 'S'
               ADD 1 TO WS-CONTA-CAN-PROMO
           ELSE
               MOVE ZERO TO WS-CAN-CONTO-TOT

               MOVE "CANONE-CONTO" TO WS-TAR-VOCE
               MOVE "Canone mensile conto" TO WS-TAR-DESCRIZIONE
               MOVE WS-CAN-DATA TO WS-TAR-DATA
               MOVE SPACES TO WS-TAR-RIFERIMENTO
               STRING " " WS-CAN-MESE "/" WS-CAN-ANNO
                      DELIMITED BY SIZE INTO WS-TAR-RIFERIMENTO
               PERFORM ADDEBITA-COMMISSIONE
               ADD WS-TAR-ADDEBITATO TO WS-CAN-CONTO-TOT

               IF WS-CAN-CARTE > 0
                   MOVE "CANONE-CARTA" TO WS-TAR-VOCE
                   MOVE "Canone mensile carte" TO WS-TAR-DESCRIZIONE
                   MOVE WS-CAN-DATA TO WS-TAR-DATA
                   MOVE WS-CAN-CARTE TO WS-TAR-QUANTITA
                   MOVE SPACES TO WS-TAR-RIFERIMENTO
                   STRING " " WS-CAN-MESE "/" WS-CAN-ANNO
                          DELIMITED BY SIZE INTO WS-TAR-RIFERIMENTO
                   PERFORM ADDEBITA-COMMISSIONE
                   ADD WS-TAR-ADDEBITATO TO WS-CAN-CONTO-TOT
               END-IF

               IF WS-CAN-CONTO-TOT > 0
                   ADD 1 TO WS-CONTA-CAN-ADDEBITATI
                   ADD WS-CAN-CONTO-TOT TO WS-TOTALE-CANONI
               END-IF
           END-IF

           EXEC SQL
               COMMIT
           END-EXEC.

      * Tariffa della voce WS-TAR-VOCE per il prodotto del conto in
      * WS-NUMERO-CONTO alla data WS-TAR-DATA (vuota = oggi); senza
      * voce in vigore restano l'importo di default e la
      * descrizione impostata dal chiamante
       CERCA-TARIFFA-CONTO.
           MOVE WS-TAR-DEFAULT TO WS-TAR-IMPORTO

           EXEC SQL
               SELECT t.importo, t.descrizione
               INTO :WS-TAR-IMPORTO, :WS-TAR-DESCRIZIONE
               FROM TARIFFARIO t, CONTI c
               WHERE c.numero_conto = :WS-NUMERO-CONTO
               AND t.codice_prodotto =
                   COALESCE(c.codice_prodotto, 'STD')
               AND t.voce = :WS-TAR-VOCE
               AND t.valido_dal <=
                   COALESCE(CAST(NULLIF(:WS-TAR-DATA, SPACES)
                                 AS DATE), CURRENT_DATE)
               AND (t.valido_al IS NULL
                    OR t.valido_al >=
                       COALESCE(CAST(NULLIF(:WS-TAR-DATA, SPACES)
                                     AS DATE), CURRENT_DATE))
               ORDER BY t.valido_dal DESC
               LIMIT 1
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE WS-TAR-DEFAULT TO WS-TAR-IMPORTO
           END-IF.

      ******************************************************************
      * Addebito della commissione WS-TAR-VOCE sul conto in
      * WS-NUMERO-CONTO: importo unitario da tariffario per
      * WS-TAR-QUANTITA, movimento di spesa con la descrizione
      * della voce seguita da WS-TAR-RIFERIMENTO e archivio in
      * COMMISSIONI per il riepilogo annuale. Senza voce in vigore
      * vale WS-TAR-DEFAULT (zero = nessun addebito). In uscita
      * WS-TAR-ADDEBITATO e' l'importo addebitato e i campi di
      * chiamata tornano ai valori di partenza
      ******************************************************************
       ADDEBITA-COMMISSIONE.
           MOVE ZERO TO WS-TAR-ADDEBITATO
           PERFORM CERCA-TARIFFA-CONTO
           COMPUTE WS-TAR-ADDEBITATO =
                   WS-TAR-IMPORTO * WS-TAR-QUANTITA

           IF WS-TAR-ADDEBITATO > 0
               EXEC SQL
                   UPDATE CONTI
                   SET saldo = saldo - :WS-TAR-ADDEBITATO
                   WHERE numero_conto = :WS-NUMERO-CONTO
                   AND stato = 'A'
               END-EXEC

               IF SQLCODE = 0
                   MOVE 'S' TO WS-TIPO-MOVIMENTO
                   MOVE SPACES TO WS-CAUSALE
                   STRING WS-TAR-DESCRIZIONE DELIMITED BY "  "
                          WS-TAR-RIFERIMENTO DELIMITED BY SIZE
                          INTO WS-CAUSALE
                   MOVE WS-TAR-ADDEBITATO TO WS-IMPORTO
                   PERFORM REGISTRA-MOVIMENTO
                   SUBTRACT WS-TAR-ADDEBITATO FROM WS-CON-SALDO

                   EXEC SQL
                       INSERT INTO COMMISSIONI
                       (numero_conto, data_addebito, voce,
                        quantita, importo, causale)
                       VALUES
                       (:WS-NUMERO-CONTO, CURRENT_DATE,
                        :WS-TAR-VOCE, :WS-TAR-QUANTITA,
                        :WS-TAR-ADDEBITATO, :WS-CAUSALE)
                   END-EXEC

                   IF SQLCODE NOT = 0
                       DISPLAY "Errore archivio commissione conto "
                               WS-NUMERO-CONTO ": " SQLCODE
                   END-IF
               ELSE
                   DISPLAY "Errore addebito " WS-TAR-VOCE
                           " conto " WS-NUMERO-CONTO ": " SQLCODE
                   MOVE ZERO TO WS-TAR-ADDEBITATO
               END-IF
           END-IF

           MOVE SPACES TO WS-TAR-DATA
           MOVE ZERO TO WS-TAR-DEFAULT
           MOVE 1 TO WS-TAR-QUANTITA
           MOVE SPACES TO WS-TAR-RIFERIMENTO
           MOVE SPACES TO WS-DATA-VALUTA.

      ******************************************************************
      * Riepilogo annuale delle spese per conto (trasparenza): un
      * documento per conto con commissioni e canoni per voce,
      * imposta di bollo, interessi creditori e debitori e
      * ritenute dell'anno. Schedulato produce i riepiloghi
      * dell'anno precedente per tutti i conti
      ******************************************************************
       RIEPILOGO-SPESE-ANNUO.
           DISPLAY " "
           DISPLAY "=== RIEPILOGO ANNUALE DELLE SPESE ==="

           IF WS-MODO-BATCH = 'S'
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RSP-ANNO
               SUBTRACT 1 FROM WS-RSP-ANNO
               MOVE SPACES TO WS-RSP-CONTO
           ELSE
               DISPLAY "Anno (AAAA): " WITH NO ADVANCING
               ACCEPT WS-RSP-ANNO
               DISPLAY "Numero conto (invio = tutti): "
                       WITH NO ADVANCING
               ACCEPT WS-RSP-CONTO
           END-IF

           MOVE ZERO TO WS-CONTA-RSP

           EXEC SQL
               OPEN CUR-CONTI-RIEPILOGO
           END-EXEC

           MOVE 'N' TO WS-FINE-RIEPILOGO
           PERFORM UNTIL WS-FINE-RIEPILOGO = 'S'
               EXEC SQL
                   FETCH CUR-CONTI-RIEPILOGO
                   INTO :WS-NUMERO-CONTO, :WS-RSP-PRODOTTO,
                        :WS-CLI-NOME, :WS-CLI-COGNOME
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'S' TO WS-FINE-RIEPILOGO
               ELSE
                   PERFORM SCRIVI-RIEPILOGO-SPESE
                   ADD 1 TO WS-CONTA-RSP
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-CONTI-RIEPILOGO
           END-EXEC

           DISPLAY "Riepiloghi spese " WS-RSP-ANNO " prodotti: "
                   WS-CONTA-RSP.

       SCRIVI-RIEPILOGO-SPESE.
           MOVE SPACES TO WS-NOME-FILE-RSP
           STRING "RIEPILOGO-SPESE-" DELIMITED BY SIZE
                  WS-NUMERO-CONTO DELIMITED BY SPACE
                  "-" WS-RSP-ANNO ".TXT" DELIMITED BY SIZE
                  INTO WS-NOME-FILE-RSP

           OPEN OUTPUT RIEPILOGO-SPESE-FILE

           MOVE SPACES TO RIEPILOGO-SPESE-RECORD
           STRING "RIEPILOGO DELLE SPESE - ANNO " WS-RSP-ANNO
                  DELIMITED BY SIZE INTO RIEPILOGO-SPESE-RECORD
           WRITE RIEPILOGO-SPESE-RECORD
           MOVE ALL "=" TO RIEPILOGO-SPESE-RECORD
           WRITE RIEPILOGO-SPESE-RECORD

           MOVE SPACES TO RIEPILOGO-SPESE-RECORD
           STRING "Conto: " WS-NUMERO-CONTO
                  "  Prodotto: " WS-RSP-PRODOTTO
                  DELIMITED BY SIZE INTO RIEPILOGO-SPESE-RECORD
           WRITE RIEPILOGO-SPESE-RECORD
           MOVE SPACES TO RIEPILOGO-SPESE-RECORD
           STRING "Intestatario: " WS-CLI-NOME DELIMITED BY "  "
                  " " WS-CLI-COGNOME DELIMITED BY "  "
                  INTO RIEPILOGO-SPESE-RECORD
           WRITE RIEPILOGO-SPESE-RECORD

           MOVE SPACES TO RIEPILOGO-SPESE-RECORD
           WRITE RIEPILOGO-SPESE-RECORD
           WRITE RIEPILOGO-SPESE-RECORD FROM
               "COMMISSIONI, CANONI E SPESE                " &
               "   NUMERO           IMPORTO"
           MOVE ALL "-" TO RIEPILOGO-SPESE-RECORD
           WRITE RIEPILOGO-SPESE-RECORD

           MOVE ZERO TO WS-RSP-COMMISSIONI

           EXEC SQL
               OPEN CUR-COMMISSIONI-ANNO
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-COMMISSIONI-ANNO
                   INTO :WS-TAR-VOCE, :WS-TAR-DESCRIZIONE,
                        :WS-RSP-NUMERO, :WS-RSP-IMPORTO
               END-EXEC

               IF SQLCODE = 0
                   ADD WS-RSP-IMPORTO TO WS-RSP-COMMISSIONI
                   MOVE WS-RSP-NUMERO TO WS-RSP-NUMERO-EDIT
                   MOVE WS-RSP-IMPORTO TO WS-SALDO-EDIT
                   MOVE SPACES TO RIEPILOGO-SPESE-RECORD
                   STRING WS-TAR-DESCRIZIONE "      "
                          WS-RSP-NUMERO-EDIT " "
                          WS-SALDO-EDIT
                          DELIMITED BY SIZE
                          INTO RIEPILOGO-SPESE-RECORD
                   WRITE RIEPILOGO-SPESE-RECORD
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-COMMISSIONI-ANNO
           END-EXEC

      * Bollo, interessi per verso e ritenute dell'anno
           MOVE ZERO TO WS-RSP-BOLLO
           EXEC SQL
               SELECT COALESCE(SUM(importo), 0)
               INTO :WS-RSP-BOLLO
               FROM BOLLI
               WHERE numero_conto = :WS-NUMERO-CONTO
               AND anno = :WS-RSP-ANNO
           END-EXEC

           MOVE ZERO TO WS-RSP-INT-CRED
           MOVE ZERO TO WS-RSP-INT-DEB
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN COALESCE(segno, '+')
                                        = '+' THEN importo
                                   ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN segno = '-'
                                        THEN importo
                                   ELSE 0 END), 0)
               INTO :WS-RSP-INT-CRED, :WS-RSP-INT-DEB
               FROM MOVIMENTI
               WHERE numero_conto = :WS-NUMERO-CONTO
               AND tipo_movimento = 'I'
               AND EXTRACT(YEAR FROM data_movimento) = :WS-RSP-ANNO
           END-EXEC

           MOVE ZERO TO WS-RSP-RITENUTE
           EXEC SQL
               SELECT COALESCE(SUM(importo_ritenute), 0)
               INTO :WS-RSP-RITENUTE
               FROM RITENUTE_INTERESSI
               WHERE numero_conto = :WS-NUMERO-CONTO
               AND anno = :WS-RSP-ANNO
           END-EXEC

           MOVE ALL "-" TO RIEPILOGO-SPESE-RECORD
           WRITE RIEPILOGO-SPESE-RECORD
           MOVE "Totale commissioni, canoni e spese"
               TO WS-RSP-ETICHETTA
           MOVE WS-RSP-COMMISSIONI TO WS-SALDO-EDIT
           PERFORM SCRIVI-RIGA-RIEPILOGO
           MOVE "Imposta di bollo" TO WS-RSP-ETICHETTA
           MOVE WS-RSP-BOLLO TO WS-SALDO-EDIT
           PERFORM SCRIVI-RIGA-RIEPILOGO
           ADD WS-RSP-BOLLO TO WS-RSP-COMMISSIONI
           MOVE "TOTALE SPESE ADDEBITATE" TO WS-RSP-ETICHETTA
           MOVE WS-RSP-COMMISSIONI TO WS-SALDO-EDIT
           PERFORM SCRIVI-RIGA-RIEPILOGO

           MOVE SPACES TO RIEPILOGO-SPESE-RECORD
           WRITE RIEPILOGO-SPESE-RECORD
           MOVE "Interessi debitori" TO WS-RSP-ETICHETTA
           MOVE WS-RSP-INT-DEB TO WS-SALDO-EDIT
           PERFORM SCRIVI-RIGA-RIEPILOGO
           MOVE "Interessi creditori lordi" TO WS-RSP-ETICHETTA
           MOVE WS-RSP-INT-CRED TO WS-SALDO-EDIT
           PERFORM SCRIVI-RIGA-RIEPILOGO
           MOVE "Ritenute fiscali su interessi" TO WS-RSP-ETICHETTA
           MOVE WS-RSP-RITENUTE TO WS-SALDO-EDIT
           PERFORM SCRIVI-RIGA-RIEPILOGO

           CLOSE RIEPILOGO-SPESE-FILE.

       SCRIVI-RIGA-RIEPILOGO.
           MOVE SPACES TO RIEPILOGO-SPESE-RECORD
           STRING WS-RSP-ETICHETTA WS-SALDO-EDIT
                  DELIMITED BY SIZE INTO RIEPILOGO-SPESE-RECORD
           WRITE RIEPILOGO-SPESE-RECORD.

       GESTIONE-CREDITO-DETERIORATO.
           DISPLAY " "
           DISPLAY "=== CREDITO DETERIORATO E SOLLECITI ==="
           DISPLAY " "
           DISPLAY "1. Classificazione posizioni e solleciti"
           DISPLAY "2. Report mensile esposizioni per classe"
           DISPLAY "3. Storico classi di una posizione"
           DISPLAY "4. Classificazione manuale posizione"
           DISPLAY "5. Scaglioni di sollecito"
           DISPLAY " "
           DISPLAY "Scelta: " WITH NO ADVANCING
           ACCEPT WS-SCELTA

           EVALUATE WS-SCELTA
               WHEN 1
                   PERFORM CONTROLLA-RUOLO-CAPO
                   IF WS-ESITO = "OK"
                       PERFORM CLASSIFICAZIONE-CREDITI
                   END-IF
               WHEN 2
                   PERFORM REPORT-CREDITO-DETERIORATO
               WHEN 3
                   PERFORM STORICO-CLASSI-POSIZIONE
               WHEN 4
                   PERFORM CONTROLLA-RUOLO-CAPO
                   IF WS-ESITO = "OK"
                       PERFORM CLASSIFICA-MANUALE-POSIZIONE
                   END-IF
               WHEN 5
                   PERFORM CONTROLLA-RUOLO-CAPO
                   IF WS-ESITO = "OK"
                       PERFORM GESTIONE-SCAGLIONI-SOLLECITO
                   END-IF
               WHEN OTHER
                   DISPLAY "Scelta non valida!"
           END-EVALUATE.

      ******************************************************************
      * Classificazione periodica delle posizioni di credito: rate
      * di finanziamento non pagate e sconfinamenti oltre il fido,
      * con i giorni di scaduto, la nuova classe, lo storico delle
      * variazioni, i solleciti agli scaglioni configurati e il
      * blocco del conto al passaggio a sofferenza. Lettere di
      * sollecito e comunicazioni su SOLLECITI-<data>.TXT
      ******************************************************************
       CLASSIFICAZIONE-CREDITI.
           DISPLAY " "
           DISPLAY "=== CLASSIFICAZIONE CREDITI E SOLLECITI ==="

           MOVE SPACES TO WS-NOME-FILE-SOLLECITI
           STRING "SOLLECITI-" FUNCTION CURRENT-DATE(1:8) ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-SOLLECITI

           MOVE ZERO TO WS-CONTA-POSIZIONI
           MOVE ZERO TO WS-CONTA-CAMBI-CLASSE
           MOVE ZERO TO WS-CONTA-SOLLECITI
           MOVE ZERO TO WS-CONTA-SOFFERENZE

           OPEN OUTPUT SOLLECITI-FILE

      * Rate di finanziamento
           EXEC SQL
               OPEN CUR-POSIZIONI-FIN
           END-EXEC

           MOVE 'N' TO WS-FINE-POSIZIONI
           PERFORM UNTIL WS-FINE-POSIZIONI = 'S'
               EXEC SQL
                   FETCH CUR-POSIZIONI-FIN
                   INTO :WS-POS-FIN-ID, :WS-POS-CONTO,
                        :WS-POS-GIORNI, :WS-POS-SCADUTO,
                        :WS-POS-ESPOSIZIONE
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'S' TO WS-FINE-POSIZIONI
               ELSE
                   MOVE 'F' TO WS-POS-TIPO
                   MOVE WS-POS-FIN-ID TO WS-POS-RIFERIMENTO
                   PERFORM CLASSIFICA-POSIZIONE
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-POSIZIONI-FIN
           END-EXEC

      * Sconfinamenti oltre il fido
           EXEC SQL
               OPEN CUR-POSIZIONI-CONTI
           END-EXEC

           MOVE 'N' TO WS-FINE-POSIZIONI
           PERFORM UNTIL WS-FINE-POSIZIONI = 'S'
               EXEC SQL
                   FETCH CUR-POSIZIONI-CONTI
                   INTO :WS-POS-CONTO, :WS-POS-SALDO,
                        :WS-POS-FIDO, :WS-POS-GIORNI
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'S' TO WS-FINE-POSIZIONI
               ELSE
                   MOVE 'C' TO WS-POS-TIPO
                   MOVE WS-POS-CONTO TO WS-POS-RIFERIMENTO
                   MOVE ZERO TO WS-POS-ESPOSIZIONE
                   MOVE ZERO TO WS-POS-SCADUTO
                   IF WS-POS-SALDO < 0
                       COMPUTE WS-POS-ESPOSIZIONE = 0 - WS-POS-SALDO
                   END-IF
                   IF WS-POS-SALDO < (0 - WS-POS-FIDO)
                       COMPUTE WS-POS-SCADUTO =
                           0 - WS-POS-SALDO - WS-POS-FIDO
                   ELSE
                       MOVE ZERO TO WS-POS-GIORNI
                   END-IF
                   PERFORM CLASSIFICA-POSIZIONE
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-POSIZIONI-CONTI
           END-EXEC

           CLOSE SOLLECITI-FILE

           DISPLAY "Posizioni esaminate:      " WS-CONTA-POSIZIONI
           DISPLAY "Variazioni di classe:     " WS-CONTA-CAMBI-CLASSE
           DISPLAY "Solleciti prodotti:       " WS-CONTA-SOLLECITI
           DISPLAY "Passaggi a sofferenza:    " WS-CONTA-SOFFERENZE
           DISPLAY "Lettere salvate in " WS-NOME-FILE-SOLLECITI.

      * Classe della posizione in WS-POS-TIPO/WS-POS-RIFERIMENTO dai
      * giorni e dall'importo scaduti, sollecito allo scaglione
      * raggiunto e aggiornamento della posizione
       CLASSIFICA-POSIZIONE.
           MOVE 'N' TO WS-POS-ESISTE
           MOVE 'B' TO WS-POS-CLASSE-PREC
           MOVE ZERO TO WS-POS-SOLLECITO

           EXEC SQL
               SELECT classe, COALESCE(ultimo_sollecito, 0)
               INTO :WS-POS-CLASSE-PREC, :WS-POS-SOLLECITO
               FROM POSIZIONI_CREDITO
               WHERE tipo_posizione = :WS-POS-TIPO
               AND riferimento = :WS-POS-RIFERIMENTO
           END-EXEC

           IF SQLCODE = 0
               MOVE 'S' TO WS-POS-ESISTE
           END-IF

      * Posizioni regolari mai classificate: nulla da registrare
           IF WS-POS-ESISTE = 'N' AND WS-POS-SCADUTO = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CONTA-POSIZIONI

           EVALUATE WS-POS-CLASSE-PREC
               WHEN 'S'
                   MOVE 1 TO WS-POS-RANGO-PREC
               WHEN 'D'
                   MOVE 2 TO WS-POS-RANGO-PREC
               WHEN 'U'
                   MOVE 3 TO WS-POS-RANGO-PREC
               WHEN 'F'
                   MOVE 4 TO WS-POS-RANGO-PREC
               WHEN OTHER
                   MOVE 0 TO WS-POS-RANGO-PREC
           END-EVALUATE

           EVALUATE TRUE
               WHEN WS-POS-SCADUTO = 0
                   MOVE 0 TO WS-POS-RANGO
               WHEN WS-POS-GIORNI >= WS-GG-SOFFERENZA
                   MOVE 4 TO WS-POS-RANGO
               WHEN WS-POS-GIORNI >= WS-GG-INADEMPIENZA
                   MOVE 3 TO WS-POS-RANGO
               WHEN WS-POS-GIORNI > WS-GG-DETERIORATO
                   MOVE 2 TO WS-POS-RANGO
               WHEN OTHER
                   MOVE 1 TO WS-POS-RANGO
           END-EVALUATE

      * La classe non migliora finche' resta dello scaduto; a
      * posizione regolarizzata si torna in bonis dallo scaduto,
      * non dall'inadempienza probabile o dalla sofferenza
           IF WS-POS-RANGO < WS-POS-RANGO-PREC
               IF WS-POS-SCADUTO > 0 OR WS-POS-RANGO-PREC > 2
                   MOVE WS-POS-RANGO-PREC TO WS-POS-RANGO
               END-IF
           END-IF

           EVALUATE WS-POS-RANGO
               WHEN 1
                   MOVE 'S' TO WS-POS-CLASSE
               WHEN 2
                   MOVE 'D' TO WS-POS-CLASSE
               WHEN 3
                   MOVE 'U' TO WS-POS-CLASSE
               WHEN 4
                   MOVE 'F' TO WS-POS-CLASSE
               WHEN OTHER
                   MOVE 'B' TO WS-POS-CLASSE
           END-EVALUATE

           IF WS-POS-CLASSE NOT = WS-POS-CLASSE-PREC
               MOVE "Classificazione automatica" TO WS-POS-MOTIVO
               PERFORM REGISTRA-CAMBIO-CLASSE
               IF WS-ESITO NOT = "OK"
                   EXEC SQL
                       ROLLBACK
                   END-EXEC
                   EXIT PARAGRAPH
               END-IF
               IF WS-POS-CLASSE = 'F'
                   MOVE "Comunicazione di passaggio a sofferenza"
                       TO WS-POS-OGGETTO
                   PERFORM SCRIVI-LETTERA-SOLLECITO
               END-IF
           END-IF

           IF WS-POS-CLASSE = 'B'
               MOVE ZERO TO WS-POS-SOLLECITO
           END-IF

      * Sollecito al primo scaglione raggiunto e non ancora
      * sollecitato (a sofferenza segue il recupero legale)
           IF WS-POS-SCADUTO > 0 AND WS-POS-CLASSE NOT = 'F'
               MOVE ZERO TO WS-POS-LIVELLO
               EXEC SQL
                   SELECT COALESCE(MAX(livello), 0)
                   INTO :WS-POS-LIVELLO
                   FROM SCAGLIONI_SOLLECITO
                   WHERE giorni_scaduto <= :WS-POS-GIORNI
               END-EXEC

               IF WS-POS-LIVELLO > WS-POS-SOLLECITO
                   EXEC SQL
                       SELECT oggetto
                       INTO :WS-POS-OGGETTO
                       FROM SCAGLIONI_SOLLECITO
                       WHERE livello = :WS-POS-LIVELLO
                   END-EXEC
                   PERFORM SCRIVI-LETTERA-SOLLECITO

                   EXEC SQL
                       INSERT INTO SOLLECITI
                       (tipo_posizione, riferimento, livello,
                        data_invio, giorni_scaduto, importo_scaduto)
                       VALUES
                       (:WS-POS-TIPO, :WS-POS-RIFERIMENTO,
                        :WS-POS-LIVELLO, CURRENT_DATE,
                        :WS-POS-GIORNI, :WS-POS-SCADUTO)
                   END-EXEC

                   MOVE WS-POS-LIVELLO TO WS-POS-SOLLECITO
                   ADD 1 TO WS-CONTA-SOLLECITI
               END-IF
           END-IF

           EXEC SQL
               UPDATE POSIZIONI_CREDITO
               SET numero_conto = :WS-POS-CONTO,
                   classe = :WS-POS-CLASSE,
                   giorni_scaduto = :WS-POS-GIORNI,
                   importo_scaduto = :WS-POS-SCADUTO,
                   esposizione = :WS-POS-ESPOSIZIONE,
                   data_inizio_scaduto =
                       CASE WHEN :WS-POS-SCADUTO > 0
                            THEN CURRENT_DATE
                            - CAST(:WS-POS-GIORNI AS INTEGER)
                       END,
                   ultimo_sollecito = :WS-POS-SOLLECITO,
                   data_classe =
                       CASE WHEN classe <> :WS-POS-CLASSE
                            THEN CURRENT_DATE
                            ELSE data_classe END,
                   data_aggiornamento = CURRENT_DATE
               WHERE tipo_posizione = :WS-POS-TIPO
               AND riferimento = :WS-POS-RIFERIMENTO
           END-EXEC

           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO POSIZIONI_CREDITO
                   (tipo_posizione, riferimento, numero_conto,
                    classe, giorni_scaduto, importo_scaduto,
                    esposizione, data_inizio_scaduto,
                    ultimo_sollecito, data_classe,
                    data_aggiornamento)
                   VALUES
                   (:WS-POS-TIPO, :WS-POS-RIFERIMENTO,
                    :WS-POS-CONTO, :WS-POS-CLASSE, :WS-POS-GIORNI,
                    :WS-POS-SCADUTO, :WS-POS-ESPOSIZIONE,
                    CURRENT_DATE - CAST(:WS-POS-GIORNI AS INTEGER),
                    :WS-POS-SOLLECITO, CURRENT_DATE, CURRENT_DATE)
               END-EXEC
           END-IF

           IF SQLCODE = 0
               EXEC SQL
                   COMMIT
               END-EXEC
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               DISPLAY "Errore aggiornamento posizione " WS-POS-TIPO
                       " " WS-POS-RIFERIMENTO ": " SQLCODE
           END-IF.

      * Variazione di classe nello storico; a sofferenza il conto
      * viene bloccato, all'uscita dalla sofferenza torna operativo
      * se non ha altre posizioni a sofferenza
       REGISTRA-CAMBIO-CLASSE.
           MOVE "OK" TO WS-ESITO

           EXEC SQL
               INSERT INTO STORICO_CLASSI_CREDITO
               (tipo_posizione, riferimento, data_variazione,
                classe_precedente, classe_nuova, giorni_scaduto,
                esposizione, motivo)
               VALUES
               (:WS-POS-TIPO, :WS-POS-RIFERIMENTO, CURRENT_DATE,
                :WS-POS-CLASSE-PREC, :WS-POS-CLASSE,
                :WS-POS-GIORNI, :WS-POS-ESPOSIZIONE,
                :WS-POS-MOTIVO)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Errore storico classi " WS-POS-TIPO " "
                       WS-POS-RIFERIMENTO ": " SQLCODE
               MOVE "KO" TO WS-ESITO
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CONTA-CAMBI-CLASSE
           MOVE WS-POS-CLASSE TO WS-POS-CLASSE-DESCR
           PERFORM DESCRIVI-CLASSE-CREDITO
           DISPLAY "Posizione " WS-POS-TIPO " " WS-POS-RIFERIMENTO
                   ": " WS-POS-CLASSE-DESCR

           MOVE "CONTI" TO WS-AUD-TABELLA
           MOVE WS-POS-CONTO TO WS-AUD-CHIAVE
           PERFORM AUDIT-PRIMA

           IF WS-POS-CLASSE = 'F'
               EXEC SQL
                   UPDATE CONTI
                   SET stato = 'F'
                   WHERE numero_conto = :WS-POS-CONTO
                   AND stato IN ('A', 'S', 'D')
               END-EXEC
               IF SQLCODE < 0
                   DISPLAY "Errore blocco conto " WS-POS-CONTO ": "
                           SQLCODE
                   MOVE "KO" TO WS-ESITO
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CONTA-SOFFERENZE
               DISPLAY "Conto " WS-POS-CONTO " bloccato per "
                       "sofferenza"
           END-IF

           IF WS-POS-CLASSE-PREC = 'F'
               EXEC SQL
                   UPDATE CONTI
                   SET stato = 'A'
                   WHERE numero_conto = :WS-POS-CONTO
                   AND stato = 'F'
                   AND NOT EXISTS (
                       SELECT 1 FROM POSIZIONI_CREDITO p
                       WHERE p.numero_conto = :WS-POS-CONTO
                       AND p.classe = 'F'
                       AND NOT (p.tipo_posizione = :WS-POS-TIPO
                                AND p.riferimento =
                                    :WS-POS-RIFERIMENTO))
               END-EXEC
               IF SQLCODE < 0
                   DISPLAY "Errore sblocco conto " WS-POS-CONTO ": "
                           SQLCODE
                   MOVE "KO" TO WS-ESITO
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM AUDIT-DOPO.

      * Descrizione della classe in WS-POS-CLASSE-DESCR (in entrata
      * il codice della classe)
       DESCRIVI-CLASSE-CREDITO.
           EVALUATE WS-POS-CLASSE-DESCR(1:1)
               WHEN 'B'
                   MOVE "In bonis" TO WS-POS-CLASSE-DESCR
               WHEN 'S'
                   MOVE "Scaduto" TO WS-POS-CLASSE-DESCR
               WHEN 'D'
                   MOVE "Scaduto deteriorato" TO WS-POS-CLASSE-DESCR
               WHEN 'U'
                   MOVE "Inadempienza probabile"
                       TO WS-POS-CLASSE-DESCR
               WHEN 'F'
                   MOVE "Sofferenza" TO WS-POS-CLASSE-DESCR
               WHEN OTHER
                   MOVE "Classe sconosciuta" TO WS-POS-CLASSE-DESCR
           END-EVALUATE.

      * Lettera all'intestatario del conto della posizione, con
      * l'oggetto in WS-POS-OGGETTO
       SCRIVI-LETTERA-SOLLECITO.
           EXEC SQL
               SELECT cl.nome, cl.cognome,
                      COALESCE(cl.indirizzo, ' '),
                      COALESCE(cl.citta, ' ')
               INTO :WS-CLI-NOME, :WS-CLI-COGNOME,
                    :WS-CLI-INDIRIZZO, :WS-CLI-CITTA
               FROM CONTI c
               JOIN CLIENTI cl
                 ON c.codice_cliente = cl.codice_cliente
               WHERE c.numero_conto = :WS-POS-CONTO
           END-EXEC

           MOVE SPACES TO SOLLECITI-RECORD
           STRING "Spett.le " WS-CLI-NOME DELIMITED BY "  "
                  " " WS-CLI-COGNOME DELIMITED BY "  "
                  INTO SOLLECITI-RECORD
           WRITE SOLLECITI-RECORD
           MOVE WS-CLI-INDIRIZZO TO SOLLECITI-RECORD
           WRITE SOLLECITI-RECORD
           MOVE WS-CLI-CITTA TO SOLLECITI-RECORD
           WRITE SOLLECITI-RECORD
           MOVE SPACES TO SOLLECITI-RECORD
           WRITE SOLLECITI-RECORD

           STRING "OGGETTO: " WS-POS-OGGETTO
                  DELIMITED BY SIZE INTO SOLLECITI-RECORD
           WRITE SOLLECITI-RECORD
           MOVE SPACES TO SOLLECITI-RECORD
           WRITE SOLLECITI-RECORD

           IF WS-POS-TIPO = 'F'
               STRING "Finanziamento n. " WS-POS-RIFERIMENTO
                      " con addebito sul conto " WS-POS-CONTO
                      DELIMITED BY SIZE INTO SOLLECITI-RECORD
           ELSE
               STRING "Conto " WS-POS-CONTO
                      " in sconfinamento oltre il fido accordato"
                      DELIMITED BY SIZE INTO SOLLECITI-RECORD
           END-IF
           WRITE SOLLECITI-RECORD

           MOVE SPACES TO SOLLECITI-RECORD
           MOVE WS-POS-SCADUTO TO WS-SALDO-EDIT
           MOVE WS-POS-GIORNI TO WS-POS-GIORNI-EDIT
           STRING "Importo scaduto: EUR " WS-SALDO-EDIT
                  " da " WS-POS-GIORNI-EDIT " giorni"
                  DELIMITED BY SIZE INTO SOLLECITI-RECORD
           WRITE SOLLECITI-RECORD

           MOVE SPACES TO SOLLECITI-RECORD
           IF WS-POS-CLASSE = 'F'
               MOVE WS-POS-ESPOSIZIONE TO WS-SALDO-EDIT
               STRING "La posizione e' classificata a sofferenza "
                      "per l'intera esposizione di EUR "
                      WS-SALDO-EDIT
                      DELIMITED BY SIZE INTO SOLLECITI-RECORD
               WRITE SOLLECITI-RECORD
               MOVE "e il conto e' bloccato; seguira' l'azione di "
                    & "recupero del credito." TO SOLLECITI-RECORD
           ELSE
               MOVE "La invitiamo a regolarizzare al piu' presto "
                    & "la posizione." TO SOLLECITI-RECORD
           END-IF
           WRITE SOLLECITI-RECORD

           MOVE ALL "=" TO SOLLECITI-RECORD
           WRITE SOLLECITI-RECORD.

      ******************************************************************
      * Report mensile per l'ufficio crediti: esposizioni e
      * scaduto per classe, variazioni del mese e dettaglio delle
      * posizioni non in bonis
      ******************************************************************
       REPORT-CREDITO-DETERIORATO.
           MOVE SPACES TO WS-NOME-FILE-CREDITO
           STRING "ESPOSIZIONI-CREDITO-" FUNCTION CURRENT-DATE(1:6)
                  ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-CREDITO

           OPEN OUTPUT CREDITO-FILE

           MOVE SPACES TO CREDITO-RECORD
           STRING "ESPOSIZIONI CREDITIZIE PER CLASSE - "
                  FUNCTION CURRENT-DATE(1:4) "-"
                  FUNCTION CURRENT-DATE(5:2) "-"
                  FUNCTION CURRENT-DATE(7:2)
                  DELIMITED BY SIZE INTO CREDITO-RECORD
           WRITE CREDITO-RECORD
           MOVE ALL "=" TO CREDITO-RECORD
           WRITE CREDITO-RECORD

           WRITE CREDITO-RECORD FROM
               "CLASSE                        POSIZIONI " &
               "      ESPOSIZIONE           SCADUTO"
           MOVE ALL "-" TO CREDITO-RECORD
           WRITE CREDITO-RECORD

           MOVE ZERO TO WS-POS-TOT-NUMERO
           MOVE ZERO TO WS-POS-TOT-ESPOSIZIONE
           MOVE ZERO TO WS-POS-TOT-SCADUTO

           EXEC SQL
               OPEN CUR-CREDITO-CLASSI
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-CREDITO-CLASSI
                   INTO :WS-POS-CLASSE, :WS-POS-NUMERO,
                        :WS-POS-ESPOSIZIONE, :WS-POS-SCADUTO
               END-EXEC

               IF SQLCODE = 0
                   ADD WS-POS-NUMERO TO WS-POS-TOT-NUMERO
                   ADD WS-POS-ESPOSIZIONE TO WS-POS-TOT-ESPOSIZIONE
                   ADD WS-POS-SCADUTO TO WS-POS-TOT-SCADUTO
                   MOVE WS-POS-CLASSE TO WS-POS-CLASSE-DESCR
                   PERFORM DESCRIVI-CLASSE-CREDITO
                   MOVE WS-POS-NUMERO TO WS-POS-NUMERO-EDIT
                   MOVE WS-POS-ESPOSIZIONE TO WS-SALDO-EDIT
                   MOVE WS-POS-SCADUTO TO WS-POS-SCADUTO-EDIT
                   MOVE SPACES TO CREDITO-RECORD
                   STRING WS-POS-CLASSE-DESCR "   "
                          WS-POS-NUMERO-EDIT " " WS-SALDO-EDIT " "
                          WS-POS-SCADUTO-EDIT
                          DELIMITED BY SIZE INTO CREDITO-RECORD
                   WRITE CREDITO-RECORD
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-CREDITO-CLASSI
           END-EXEC

           MOVE ALL "-" TO CREDITO-RECORD
           WRITE CREDITO-RECORD
           MOVE WS-POS-TOT-NUMERO TO WS-POS-NUMERO-EDIT
           MOVE WS-POS-TOT-ESPOSIZIONE TO WS-SALDO-EDIT
           MOVE WS-POS-TOT-SCADUTO TO WS-POS-SCADUTO-EDIT
           MOVE SPACES TO CREDITO-RECORD
           STRING "TOTALE                        "
                  "   " WS-POS-NUMERO-EDIT " " WS-SALDO-EDIT " "
                  WS-POS-SCADUTO-EDIT
                  DELIMITED BY SIZE INTO CREDITO-RECORD
           WRITE CREDITO-RECORD

      * Variazioni di classe e passaggi a sofferenza del mese
           MOVE ZERO TO WS-CONTA-CAMBI-CLASSE
           MOVE ZERO TO WS-CONTA-SOFFERENZE
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(CASE WHEN classe_nuova = 'F'
                                        THEN 1 ELSE 0 END), 0)
               INTO :WS-CONTA-CAMBI-CLASSE, :WS-CONTA-SOFFERENZE
               FROM STORICO_CLASSI_CREDITO
               WHERE data_variazione >=
                     CAST(DATE_TRUNC('month', CURRENT_DATE) AS DATE)
           END-EXEC

           MOVE SPACES TO CREDITO-RECORD
           WRITE CREDITO-RECORD
           STRING "Variazioni di classe nel mese: "
                  WS-CONTA-CAMBI-CLASSE
                  " - passaggi a sofferenza: " WS-CONTA-SOFFERENZE
                  DELIMITED BY SIZE INTO CREDITO-RECORD
           WRITE CREDITO-RECORD

           MOVE SPACES TO CREDITO-RECORD
           WRITE CREDITO-RECORD
           WRITE CREDITO-RECORD FROM
               "POSIZIONI SCADUTE E DETERIORATE"
           WRITE CREDITO-RECORD FROM
               "T RIFERIMENTO  CONTO        CLASSE            " &
               "     GIORNI       ESPOSIZIONE           SCADUTO"
           MOVE ALL "-" TO CREDITO-RECORD
           WRITE CREDITO-RECORD

           EXEC SQL
               OPEN CUR-CREDITO-DETTAGLIO
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-CREDITO-DETTAGLIO
                   INTO :WS-POS-TIPO, :WS-POS-RIFERIMENTO,
                        :WS-POS-CONTO, :WS-POS-CLASSE,
                        :WS-POS-GIORNI, :WS-POS-ESPOSIZIONE,
                        :WS-POS-SCADUTO
               END-EXEC

               IF SQLCODE = 0
                   MOVE WS-POS-CLASSE TO WS-POS-CLASSE-DESCR
                   PERFORM DESCRIVI-CLASSE-CREDITO
                   MOVE WS-POS-GIORNI TO WS-POS-GIORNI-EDIT
                   MOVE WS-POS-ESPOSIZIONE TO WS-SALDO-EDIT
                   MOVE WS-POS-SCADUTO TO WS-POS-SCADUTO-EDIT
                   MOVE SPACES TO CREDITO-RECORD
                   STRING WS-POS-TIPO " " WS-POS-RIFERIMENTO " "
                          WS-POS-CONTO " "
                          WS-POS-CLASSE-DESCR(1:22) " "
                          WS-POS-GIORNI-EDIT " " WS-SALDO-EDIT " "
                          WS-POS-SCADUTO-EDIT
                          DELIMITED BY SIZE INTO CREDITO-RECORD
                   WRITE CREDITO-RECORD
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-CREDITO-DETTAGLIO
           END-EXEC

           CLOSE CREDITO-FILE

           DISPLAY "Report esposizioni salvato in "
                   WS-NOME-FILE-CREDITO.

      * Richiesta della posizione (finanziamento o conto)
       CHIEDI-POSIZIONE-CREDITO.
           MOVE "OK" TO WS-ESITO
           DISPLAY "Tipo posizione (F=Finanziamento, C=Conto): "
                   WITH NO ADVANCING
           ACCEPT WS-POS-TIPO

           EVALUATE WS-POS-TIPO
               WHEN 'F'
               WHEN 'f'
                   MOVE 'F' TO WS-POS-TIPO
                   DISPLAY "Id finanziamento: " WITH NO ADVANCING
                   ACCEPT WS-POS-FIN-ID
                   MOVE WS-POS-FIN-ID TO WS-POS-RIFERIMENTO
               WHEN 'C'
               WHEN 'c'
                   MOVE 'C' TO WS-POS-TIPO
                   DISPLAY "Numero conto: " WITH NO ADVANCING
                   ACCEPT WS-POS-RIFERIMENTO
               WHEN OTHER
                   DISPLAY "Tipo posizione non valido!"
                   MOVE "KO" TO WS-ESITO
           END-EVALUATE.

       STORICO-CLASSI-POSIZIONE.
           DISPLAY " "
           PERFORM CHIEDI-POSIZIONE-CREDITO
           IF WS-ESITO = "KO"
               EXIT PARAGRAPH
           END-IF

           DISPLAY " "
           DISPLAY "DATA       DA A  GIORNI       ESPOSIZIONE  MOTIVO"

           EXEC SQL
               OPEN CUR-STORICO-CLASSI
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-STORICO-CLASSI
                   INTO :WS-POS-DATA, :WS-POS-CLASSE-PREC,
                        :WS-POS-CLASSE, :WS-POS-GIORNI,
                        :WS-POS-ESPOSIZIONE, :WS-POS-MOTIVO
               END-EXEC

               IF SQLCODE = 0
                   MOVE WS-POS-GIORNI TO WS-POS-GIORNI-EDIT
                   MOVE WS-POS-ESPOSIZIONE TO WS-SALDO-EDIT
                   DISPLAY WS-POS-DATA " " WS-POS-CLASSE-PREC "  "
                           WS-POS-CLASSE " " WS-POS-GIORNI-EDIT " "
                           WS-SALDO-EDIT " " WS-POS-MOTIVO(1:40)
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-STORICO-CLASSI
           END-EXEC.

      * Classificazione manuale dell'ufficio crediti (tra l'altro
      * l'uscita dall'inadempienza probabile e dalla sofferenza)
       CLASSIFICA-MANUALE-POSIZIONE.
           DISPLAY " "
           PERFORM CHIEDI-POSIZIONE-CREDITO
           IF WS-ESITO = "KO"
               EXIT PARAGRAPH
           END-IF

           MOVE 'S' TO WS-POS-ESISTE
           MOVE ZERO TO WS-POS-GIORNI
           MOVE ZERO TO WS-POS-ESPOSIZIONE
           EXEC SQL
               SELECT classe, numero_conto, giorni_scaduto,
                      esposizione
               INTO :WS-POS-CLASSE-PREC, :WS-POS-CONTO,
                    :WS-POS-GIORNI, :WS-POS-ESPOSIZIONE
               FROM POSIZIONI_CREDITO
               WHERE tipo_posizione = :WS-POS-TIPO
               AND riferimento = :WS-POS-RIFERIMENTO
           END-EXEC

      * Posizione non ancora censita: nasce in bonis sul conto del
      * finanziamento o sul conto stesso
           IF SQLCODE = 100
               MOVE 'N' TO WS-POS-ESISTE
               MOVE 'B' TO WS-POS-CLASSE-PREC
               IF WS-POS-TIPO = 'F'
                   EXEC SQL
                       SELECT numero_conto
                       INTO :WS-POS-CONTO
                       FROM FINANZIAMENTI
                       WHERE id_finanziamento = :WS-POS-FIN-ID
                   END-EXEC
               ELSE
                   EXEC SQL
                       SELECT numero_conto
                       INTO :WS-POS-CONTO
                       FROM CONTI
                       WHERE numero_conto = :WS-POS-RIFERIMENTO
                   END-EXEC
               END-IF
               IF SQLCODE NOT = 0
                   DISPLAY "Posizione non trovata!"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-POS-CLASSE-PREC TO WS-POS-CLASSE-DESCR
           PERFORM DESCRIVI-CLASSE-CREDITO
           DISPLAY "Classe attuale: " WS-POS-CLASSE-DESCR

           DISPLAY "Nuova classe (B=In bonis, S=Scaduto, D=Scaduto "
                   "deteriorato,"
           DISPLAY "  U=Inadempienza probabile, F=Sofferenza): "
                   WITH NO ADVANCING
           ACCEPT WS-POS-CLASSE

           IF WS-POS-CLASSE NOT = 'B' AND NOT = 'S' AND NOT = 'D'
              AND NOT = 'U' AND NOT = 'F'
               DISPLAY "Classe non valida!"
               EXIT PARAGRAPH
           END-IF

           IF WS-POS-CLASSE = WS-POS-CLASSE-PREC
               DISPLAY "La posizione e' gia' in questa classe."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Motivo: " WITH NO ADVANCING
           ACCEPT WS-POS-MOTIVO

           IF WS-POS-ESISTE = 'S'
               EXEC SQL
                   UPDATE POSIZIONI_CREDITO
                   SET classe = :WS-POS-CLASSE,
                       data_classe = CURRENT_DATE,
                       ultimo_sollecito =
                           CASE WHEN :WS-POS-CLASSE = 'B' THEN 0
                                ELSE ultimo_sollecito END
                   WHERE tipo_posizione = :WS-POS-TIPO
                   AND riferimento = :WS-POS-RIFERIMENTO
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO POSIZIONI_CREDITO
                   (tipo_posizione, riferimento, numero_conto,
                    classe, giorni_scaduto, importo_scaduto,
                    esposizione, ultimo_sollecito, data_classe,
                    data_aggiornamento)
                   VALUES
                   (:WS-POS-TIPO, :WS-POS-RIFERIMENTO,
                    :WS-POS-CONTO, :WS-POS-CLASSE, 0, 0, 0, 0,
                    CURRENT_DATE, CURRENT_DATE)
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0
               EXEC SQL
                   ROLLBACK
               END-EXEC
               DISPLAY "Errore classificazione: " SQLCODE
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-CONTA-CAMBI-CLASSE
           MOVE ZERO TO WS-CONTA-SOFFERENZE
           PERFORM REGISTRA-CAMBIO-CLASSE
           IF WS-ESITO NOT = "OK"
               EXEC SQL
                   ROLLBACK
               END-EXEC
               DISPLAY "Classificazione non registrata"
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               COMMIT
           END-EXEC

           IF WS-POS-CLASSE = 'F'
               DISPLAY "Inviare al cliente la comunicazione di "
                       "passaggio a sofferenza."
           END-IF.

      * Scaglioni di sollecito: livello, giorni di scaduto da cui
      * scatta e oggetto della lettera
       GESTIONE-SCAGLIONI-SOLLECITO.
           DISPLAY " "
           DISPLAY "LIV  GIORNI  OGGETTO"

           EXEC SQL
               OPEN CUR-SCAGLIONI
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-SCAGLIONI
                   INTO :WS-POS-LIVELLO, :WS-POS-GIORNI,
                        :WS-POS-OGGETTO
               END-EXEC

               IF SQLCODE = 0
                   MOVE WS-POS-GIORNI TO WS-POS-GIORNI-EDIT
                   DISPLAY WS-POS-LIVELLO "   " WS-POS-GIORNI-EDIT
                           "  " WS-POS-OGGETTO
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-SCAGLIONI
           END-EXEC

           DISPLAY " "
           DISPLAY "Livello da inserire o modificare (0 = nessuno): "
                   WITH NO ADVANCING
           ACCEPT WS-POS-LIVELLO
           IF WS-POS-LIVELLO = 0
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Giorni di scaduto: " WITH NO ADVANCING
           ACCEPT WS-POS-GIORNI
           DISPLAY "Oggetto della lettera: " WITH NO ADVANCING
           ACCEPT WS-POS-OGGETTO

           EXEC SQL
               UPDATE SCAGLIONI_SOLLECITO
               SET giorni_scaduto = :WS-POS-GIORNI,
                   oggetto = :WS-POS-OGGETTO
               WHERE livello = :WS-POS-LIVELLO
           END-EXEC

           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO SCAGLIONI_SOLLECITO
                   (livello, giorni_scaduto, oggetto)
                   VALUES
                   (:WS-POS-LIVELLO, :WS-POS-GIORNI,
                    :WS-POS-OGGETTO)
               END-EXEC
           END-IF

           IF SQLCODE = 0
               EXEC SQL
                   COMMIT
               END-EXEC
               DISPLAY "Scaglione " WS-POS-LIVELLO " registrato"
           ELSE
               DISPLAY "Errore scaglione di sollecito: " SQLCODE
           END-IF.

       GESTIONE-ANAGRAFE-RAPPORTI.
           DISPLAY " "
           DISPLAY "=== ARCHIVIO DEI RAPPORTI FINANZIARI ==="
           DISPLAY " "
           DISPLAY "1. Comunicazione mensile dei rapporti"
           DISPLAY "2. Comunicazione annuale saldi e movimenti"
           DISPLAY "3. Esito di un invio"
           DISPLAY "4. Rettifica di un rapporto comunicato"
           DISPLAY "5. Deleghe ad operare su un conto"
           DISPLAY "6. Situazione di segnalazione di un conto"
           DISPLAY " "
           DISPLAY "Scelta: " WITH NO ADVANCING
           ACCEPT WS-SCELTA

           EVALUATE WS-SCELTA
               WHEN 1
                   PERFORM CONTROLLA-RUOLO-CAPO
                   IF WS-ESITO = "OK"
                       PERFORM COMUNICAZIONE-MENSILE-ANAGRAFE
                   END-IF
               WHEN 2
                   PERFORM CONTROLLA-RUOLO-CAPO
                   IF WS-ESITO = "OK"
                       PERFORM COMUNICAZIONE-ANNUALE-ANAGRAFE
                   END-IF
               WHEN 3
                   PERFORM CONTROLLA-RUOLO-CAPO
                   IF WS-ESITO = "OK"
                       PERFORM REGISTRA-ESITO-ANAGRAFE
                   END-IF
               WHEN 4
                   PERFORM CONTROLLA-RUOLO-CAPO
                   IF WS-ESITO = "OK"
                       PERFORM RETTIFICA-RAPPORTO-ANAGRAFE
                   END-IF
               WHEN 5
                   PERFORM GESTIONE-DELEGHE-CONTO
               WHEN 6
                   PERFORM SITUAZIONE-RAPPORTI-CONTO
               WHEN OTHER
                   DISPLAY "Scelta non valida!"
           END-EVALUATE.

      ******************************************************************
      * Allinea il registro dei rapporti con conti, vincoli,
      * finanziamenti e carte: rapporti nuovi, chiusure, soggetti
      * collegati (intestatari del conto e delegati) entrati o
      * usciti; il rapporto gia' comunicato con soggetti variati
      * torna da inviare come variazione. Chiusure e variazioni di
      * un rapporto ancora da inviare restano sull'evento in corso.
      ******************************************************************
       SINCRONIZZA-RAPPORTI-ANAGRAFE.
           PERFORM SCADENZA-DELEGHE

      * Rapporti nuovi
           EXEC SQL
               INSERT INTO RAPPORTI_ANAGRAFE
               (tipo_origine, riferimento, numero_conto,
                codice_rapporto, data_inizio, data_fine, evento,
                stato_invio, rettifica, data_variazione)
               SELECT 'C', c.numero_conto, c.numero_conto,
                      CASE WHEN c.tipo_conto = 'D'
                           THEN :WS-ANA-COD-DEPOSITO
                           ELSE :WS-ANA-COD-CORRENTE END,
                      c.data_apertura,
                      CASE WHEN c.stato = 'C'
                           THEN COALESCE(c.data_chiusura,
                                         CURRENT_DATE) END,
                      'A', 'N', 'N', CURRENT_DATE
               FROM CONTI c
               WHERE NOT EXISTS
                     (SELECT 1 FROM RAPPORTI_ANAGRAFE r
                      WHERE r.tipo_origine = 'C'
                      AND r.riferimento = c.numero_conto)
           END-EXEC
           PERFORM CONTROLLA-SQL-ANAGRAFE

           EXEC SQL
               INSERT INTO RAPPORTI_ANAGRAFE
               (tipo_origine, riferimento, numero_conto,
                codice_rapporto, data_inizio, data_fine, evento,
                stato_invio, rettifica, data_variazione)
               SELECT 'V', CAST(v.id_vincolo AS VARCHAR(20)),
                      v.numero_conto, :WS-ANA-COD-DEPOSITO,
                      v.data_inizio,
                      CASE WHEN v.stato <> 'A'
                           THEN LEAST(v.data_scadenza,
                                      CURRENT_DATE) END,
                      'A', 'N', 'N', CURRENT_DATE
               FROM VINCOLI v
               WHERE NOT EXISTS
                     (SELECT 1 FROM RAPPORTI_ANAGRAFE r
                      WHERE r.tipo_origine = 'V'
                      AND r.riferimento =
                          CAST(v.id_vincolo AS VARCHAR(20)))
           END-EXEC
           PERFORM CONTROLLA-SQL-ANAGRAFE

           EXEC SQL
               INSERT INTO RAPPORTI_ANAGRAFE
               (tipo_origine, riferimento, numero_conto,
                codice_rapporto, data_inizio, data_fine, evento,
                stato_invio, rettifica, data_variazione)
               SELECT 'F', CAST(f.id_finanziamento AS VARCHAR(20)),
                      f.numero_conto, :WS-ANA-COD-FINANZ,
                      f.data_erogazione,
                      CASE WHEN f.stato = 'E'
                           THEN COALESCE(f.data_estinzione,
                                         CURRENT_DATE) END,
                      'A', 'N', 'N', CURRENT_DATE
               FROM FINANZIAMENTI f
               WHERE NOT EXISTS
                     (SELECT 1 FROM RAPPORTI_ANAGRAFE r
                      WHERE r.tipo_origine = 'F'
                      AND r.riferimento =
                          CAST(f.id_finanziamento AS VARCHAR(20)))
           END-EXEC
           PERFORM CONTROLLA-SQL-ANAGRAFE

           EXEC SQL
               INSERT INTO RAPPORTI_ANAGRAFE
               (tipo_origine, riferimento, numero_conto,
                codice_rapporto, data_inizio, data_fine, evento,
                stato_invio, rettifica, data_variazione)
               SELECT 'K', ca.numero_carta, ca.numero_conto,
                      :WS-ANA-COD-CARTA, ca.data_emissione,
                      CASE WHEN ca.data_scadenza < CURRENT_DATE
                           THEN ca.data_scadenza END,
                      'A', 'N', 'N', CURRENT_DATE
               FROM CARTE ca
               WHERE NOT EXISTS
                     (SELECT 1 FROM RAPPORTI_ANAGRAFE r
                      WHERE r.tipo_origine = 'K'
                      AND r.riferimento = ca.numero_carta)
           END-EXEC
           PERFORM CONTROLLA-SQL-ANAGRAFE

      * Chiusure dei rapporti in essere
           EXEC SQL
               UPDATE RAPPORTI_ANAGRAFE r
               SET data_fine = COALESCE(c.data_chiusura,
                                        CURRENT_DATE),
                   evento = CASE WHEN r.stato_invio = 'N'
                                  AND r.evento = 'A'
                                 THEN 'A' ELSE 'C' END,
                   stato_invio = CASE WHEN r.stato_invio = 'R'
                                      THEN 'R' ELSE 'N' END,
                   data_variazione = CURRENT_DATE
               FROM CONTI c
               WHERE r.tipo_origine = 'C'
               AND r.riferimento = c.numero_conto
               AND r.data_fine IS NULL
               AND c.stato = 'C'
           END-EXEC
           PERFORM CONTROLLA-SQL-ANAGRAFE

           EXEC SQL
               UPDATE RAPPORTI_ANAGRAFE r
               SET data_fine = LEAST(v.data_scadenza, CURRENT_DATE),
                   evento = CASE WHEN r.stato_invio = 'N'
                                  AND r.evento = 'A'
                                 THEN 'A' ELSE 'C' END,
                   stato_invio = CASE WHEN r.stato_invio = 'R'
                                      THEN 'R' ELSE 'N' END,
                   data_variazione = CURRENT_DATE
               FROM VINCOLI v
               WHERE r.tipo_origine = 'V'
               AND r.riferimento = CAST(v.id_vincolo AS VARCHAR(20))
               AND r.data_fine IS NULL
               AND v.stato <> 'A'
           END-EXEC
           PERFORM CONTROLLA-SQL-ANAGRAFE

           EXEC SQL
               UPDATE RAPPORTI_ANAGRAFE r
               SET data_fine = COALESCE(f.data_estinzione,
                                        CURRENT_DATE),
                   evento = CASE WHEN r.stato_invio = 'N'
                                  AND r.evento = 'A'
                                 THEN 'A' ELSE 'C' END,
                   stato_invio = CASE WHEN r.stato_invio = 'R'
                                      THEN 'R' ELSE 'N' END,
                   data_variazione = CURRENT_DATE
               FROM FINANZIAMENTI f
               WHERE r.tipo_origine = 'F'
               AND r.riferimento =
                   CAST(f.id_finanziamento AS VARCHAR(20))
               AND r.data_fine IS NULL
               AND f.stato = 'E'
           END-EXEC
           PERFORM CONTROLLA-SQL-ANAGRAFE

           EXEC SQL
               UPDATE RAPPORTI_ANAGRAFE r
               SET data_fine = ca.data_scadenza,
                   evento = CASE WHEN r.stato_invio = 'N'
                                  AND r.evento = 'A'
                                 THEN 'A' ELSE 'C' END,
                   stato_invio = CASE WHEN r.stato_invio = 'R'
                                      THEN 'R' ELSE 'N' END,
                   data_variazione = CURRENT_DATE
               FROM CARTE ca
               WHERE r.tipo_origine = 'K'
               AND r.riferimento = ca.numero_carta
               AND r.data_fine IS NULL
               AND ca.data_scadenza < CURRENT_DATE
           END-EXEC
           PERFORM CONTROLLA-SQL-ANAGRAFE

      * I soggetti di un rapporto chiuso cessano con il rapporto
           EXEC SQL
               UPDATE SOGGETTI_RAPPORTO s
               SET data_fine = r.data_fine,
                   stato_invio = 'N'
               FROM RAPPORTI_ANAGRAFE r
               WHERE r.tipo_origine = s.tipo_origine
               AND r.riferimento = s.riferimento
               AND r.data_fine IS NOT NULL
               AND s.data_fine IS NULL
           END-EXEC
           PERFORM CONTROLLA-SQL-ANAGRAFE

      * Intestatari non piu' presenti sul conto di appoggio
           EXEC SQL
               UPDATE SOGGETTI_RAPPORTO s
               SET data_fine = CURRENT_DATE,
                   stato_invio = 'N'
               WHERE s.ruolo = 'I'
               AND s.data_fine IS NULL
               AND NOT EXISTS
                   (SELECT 1 FROM RAPPORTI_ANAGRAFE r
                    JOIN CONTO_INTESTATARI ci
                      ON ci.numero_conto = r.numero_conto
                    WHERE r.tipo_origine = s.tipo_origine
                    AND r.riferimento = s.riferimento
                    AND ci.codice_cliente = s.codice_cliente)
           END-EXEC
           PERFORM CONTROLLA-SQL-ANAGRAFE

      * Deleghe revocate
           EXEC SQL
               UPDATE SOGGETTI_RAPPORTO s
               SET data_fine =
                       COALESCE((SELECT MAX(d.data_fine)
                                 FROM DELEGATI_CONTO d
                                 WHERE d.numero_conto = s.riferimento
                                 AND d.codice_cliente =
                                     s.codice_cliente),
                                CURRENT_DATE),
                   stato_invio = 'N'
               WHERE s.ruolo = 'D'
               AND s.data_fine IS NULL
               AND NOT EXISTS
                   (SELECT 1 FROM DELEGATI_CONTO d
                    WHERE d.numero_conto = s.riferimento
                    AND d.codice_cliente = s.codice_cliente
                    AND d.data_fine IS NULL)
           END-EXEC
           PERFORM CONTROLLA-SQL-ANAGRAFE

      * Intestatari nuovi: dalla data di inizio del rapporto se
      * ancora da comunicare in apertura, altrimenti da oggi
           EXEC SQL
               INSERT INTO SOGGETTI_RAPPORTO
               (tipo_origine, riferimento, codice_cliente, ruolo,
                data_inizio, data_fine, stato_invio)
               SELECT r.tipo_origine, r.riferimento,
                      ci.codice_cliente, 'I',
                      CASE WHEN r.evento = 'A'
                            AND r.stato_invio = 'N'
                           THEN r.data_inizio
                           ELSE CURRENT_DATE END,
                      r.data_fine, 'N'
               FROM RAPPORTI_ANAGRAFE r
               JOIN CONTO_INTESTATARI ci
                 ON ci.numero_conto = r.numero_conto
               WHERE NOT EXISTS
                     (SELECT 1 FROM SOGGETTI_RAPPORTO s
                      WHERE s.tipo_origine = r.tipo_origine
                      AND s.riferimento = r.riferimento
                      AND s.codice_cliente = ci.codice_cliente
                      AND s.ruolo = 'I'
                      AND (s.data_fine IS NULL
                           OR r.data_fine IS NOT NULL))
           END-EXEC
           PERFORM CONTROLLA-SQL-ANAGRAFE

      * Deleghe nuove sul conto
           EXEC SQL
               INSERT INTO SOGGETTI_RAPPORTO
               (tipo_origine, riferimento, codice_cliente, ruolo,
                data_inizio, data_fine, stato_invio)
               SELECT r.tipo_origine, r.riferimento,
                      d.codice_cliente, 'D', d.data_inizio,
                      NULL, 'N'
               FROM RAPPORTI_ANAGRAFE r
               JOIN DELEGATI_CONTO d
                 ON d.numero_conto = r.riferimento
               WHERE r.tipo_origine = 'C'
               AND r.data_fine IS NULL
               AND d.data_fine IS NULL
               AND NOT EXISTS
                     (SELECT 1 FROM SOGGETTI_RAPPORTO s
                      WHERE s.tipo_origine = r.tipo_origine
                      AND s.riferimento = r.riferimento
                      AND s.codice_cliente = d.codice_cliente
                      AND s.ruolo = 'D'
                      AND s.data_fine IS NULL)
           END-EXEC
           PERFORM CONTROLLA-SQL-ANAGRAFE

      * Rapporti gia' comunicati con soggetti variati
           EXEC SQL
               UPDATE RAPPORTI_ANAGRAFE r
               SET evento = 'V',
                   stato_invio = 'N',
                   data_variazione = CURRENT_DATE
               WHERE r.stato_invio IN ('I', 'A')
               AND EXISTS
                   (SELECT 1 FROM SOGGETTI_RAPPORTO s
                    WHERE s.tipo_origine = r.tipo_origine
                    AND s.riferimento = r.riferimento
                    AND s.stato_invio = 'N')
           END-EXEC
           PERFORM CONTROLLA-SQL-ANAGRAFE.

       CONTROLLA-SQL-ANAGRAFE.
           IF SQLCODE < 0
               DISPLAY "Errore aggiornamento registro rapporti: "
                       SQLCODE
               MOVE "KO" TO WS-ESITO
           END-IF.

      ******************************************************************
      * Comunicazione mensile all'archivio dei rapporti: aperture,
      * variazioni e chiusure non ancora comunicate e rettifiche,
      * ciascuna con tutti i soggetti collegati, sul flusso a
      * tracciato fisso ANAGRAFE-MENSILE-<data>.TXT; i rapporti
      * passano a inviato in attesa dell'esito.
      ******************************************************************
       COMUNICAZIONE-MENSILE-ANAGRAFE.
           DISPLAY " "
           DISPLAY "=== COMUNICAZIONE MENSILE ARCHIVIO RAPPORTI ==="

           MOVE "OK" TO WS-ESITO
           PERFORM SINCRONIZZA-RAPPORTI-ANAGRAFE
           IF WS-ESITO NOT = "OK"
               EXEC SQL
                   ROLLBACK
               END-EXEC
               EXIT PARAGRAPH
           END-IF

           MOVE 'M' TO WS-ANA-TIPO-INVIO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ANA-PERIODO
           MOVE SPACES TO WS-NOME-FILE-ANAGRAFE
           STRING "ANAGRAFE-MENSILE-" FUNCTION CURRENT-DATE(1:8)
                  ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-ANAGRAFE

           PERFORM APRI-INVIO-ANAGRAFE
           IF WS-ESITO NOT = "OK"
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               OPEN CUR-ANAGRAFE-RAPPORTI
           END-EXEC

           MOVE 'N' TO WS-FINE-ANAGRAFE
           PERFORM UNTIL WS-FINE-ANAGRAFE = 'S'
               EXEC SQL
                   FETCH CUR-ANAGRAFE-RAPPORTI
                   INTO :WS-ANA-TIPO, :WS-ANA-RIFERIMENTO,
                        :WS-ANA-CONTO, :WS-ANA-CODICE,
                        :WS-ANA-EVENTO, :WS-ANA-STATO,
                        :WS-ANA-DATA-INIZIO, :WS-ANA-DATA-FINE
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'S' TO WS-FINE-ANAGRAFE
               ELSE
                   PERFORM SCRIVI-RAPPORTO-ANAGRAFE
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-ANAGRAFE-RAPPORTI
           END-EXEC

           PERFORM CHIUDI-INVIO-ANAGRAFE.

      * Record del rapporto e dei suoi soggetti; il rapporto e i
      * soggetti passano a inviato con l'identificativo dell'invio
       SCRIVI-RAPPORTO-ANAGRAFE.
           IF WS-ANA-STATO = 'R'
               MOVE 'S' TO WS-ANA-RETTIFICA
               MOVE 'R' TO ANR-TIPO-COMUNIC
           ELSE
               MOVE 'N' TO WS-ANA-RETTIFICA
               MOVE 'N' TO ANR-TIPO-COMUNIC
           END-IF

           MOVE WS-ANA-EVENTO TO ANR-EVENTO
           MOVE WS-ANA-CODICE TO ANR-CODICE-RAPPORTO
           MOVE WS-ANA-TIPO TO ANR-TIPO-ORIGINE
           MOVE WS-ANA-RIFERIMENTO TO ANR-IDENTIFICATIVO
           MOVE WS-ANA-CONTO TO ANR-NUMERO-CONTO
           MOVE WS-ANA-DATA-INIZIO(1:8) TO ANR-DATA-INIZIO
           MOVE WS-ANA-DATA-FINE(1:8) TO ANR-DATA-FINE
           MOVE WS-ANA-REC-RAPPORTO TO ANAGRAFE-RECORD
           WRITE ANAGRAFE-RECORD
           ADD 1 TO WS-CONTA-ANA-RAPPORTI
           ADD 1 TO WS-CONTA-ANA-RECORD

           EXEC SQL
               OPEN CUR-ANAGRAFE-SOGGETTI
           END-EXEC

           MOVE 'N' TO WS-FINE-SOGGETTI
           PERFORM UNTIL WS-FINE-SOGGETTI = 'S'
               EXEC SQL
                   FETCH CUR-ANAGRAFE-SOGGETTI
                   INTO :WS-ANA-RUOLO, :WS-ANA-CLIENTE,
                        :WS-ANA-CF, :WS-ANA-COGNOME, :WS-ANA-NOME,
                        :WS-ANA-DATA-INIZIO, :WS-ANA-DATA-FINE
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'S' TO WS-FINE-SOGGETTI
               ELSE
                   MOVE WS-ANA-RIFERIMENTO TO ANS-IDENTIFICATIVO
                   MOVE WS-ANA-TIPO TO ANS-TIPO-ORIGINE
                   MOVE WS-ANA-RUOLO TO ANS-RUOLO
                   MOVE WS-ANA-CLIENTE TO ANS-CODICE-CLIENTE
                   MOVE WS-ANA-CF TO ANS-CODICE-FISCALE
                   MOVE WS-ANA-COGNOME TO ANS-COGNOME
                   MOVE WS-ANA-NOME TO ANS-NOME
                   MOVE WS-ANA-DATA-INIZIO(1:8) TO ANS-DATA-INIZIO
                   MOVE WS-ANA-DATA-FINE(1:8) TO ANS-DATA-FINE
                   MOVE WS-ANA-REC-SOGGETTO TO ANAGRAFE-RECORD
                   WRITE ANAGRAFE-RECORD
                   ADD 1 TO WS-CONTA-ANA-SOGGETTI
                   ADD 1 TO WS-CONTA-ANA-RECORD
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-ANAGRAFE-SOGGETTI
           END-EXEC

           EXEC SQL
               UPDATE RAPPORTI_ANAGRAFE
               SET stato_invio = 'I',
                   rettifica = :WS-ANA-RETTIFICA,
                   id_invio = :WS-ANA-ID-INVIO,
                   data_invio = CURRENT_DATE
               WHERE tipo_origine = :WS-ANA-TIPO
               AND riferimento = :WS-ANA-RIFERIMENTO
           END-EXEC

           EXEC SQL
               UPDATE SOGGETTI_RAPPORTO
               SET stato_invio = 'I'
               WHERE tipo_origine = :WS-ANA-TIPO
               AND riferimento = :WS-ANA-RIFERIMENTO
               AND stato_invio = 'N'
           END-EXEC.

      * Codice fiscale dell'intermediario segnalante dai parametri
      * dell'istituto, verificato con la routine comune
       CARICA-CF-INTERMEDIARIO.
           MOVE SPACES TO WS-ANA-CF-INTERMEDIARIO
           EXEC SQL
               SELECT valore
               INTO :WS-ANA-CF-INTERMEDIARIO
               FROM PARAMETRI_ISTITUTO
               WHERE parametro = 'CF-INTERMEDIARIO'
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-ANA-CF-INTERMEDIARIO = SPACES
               DISPLAY "Codice fiscale intermediario non configurato"
               MOVE "KO" TO WS-ESITO
               EXIT PARAGRAPH
           END-IF

           MOVE "CF" TO WS-VAL-TIPO
           MOVE WS-ANA-CF-INTERMEDIARIO TO WS-VAL-VALORE
           MOVE SPACES TO WS-VAL-DATA-NASCITA
           MOVE SPACE TO WS-VAL-SESSO
           CALL "VALIDA-CODICI" USING WS-VAL-PARAMETRI

           IF WS-VAL-ESITO NOT = "OK"
               DISPLAY "Codice fiscale intermediario non valido: "
                       WS-VAL-MOTIVO
               MOVE "KO" TO WS-ESITO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-VAL-NORMALIZZATO TO WS-ANA-CF-INTERMEDIARIO
           MOVE "OK" TO WS-ESITO.

      * Registra l'invio, apre il flusso e ne scrive la testa
       APRI-INVIO-ANAGRAFE.
           PERFORM CARICA-CF-INTERMEDIARIO
           IF WS-ESITO NOT = "OK"
               EXEC SQL
                   ROLLBACK
               END-EXEC
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               INSERT INTO INVII_ANAGRAFE
               (tipo_invio, periodo, data_invio, nome_file, esito)
               VALUES
               (:WS-ANA-TIPO-INVIO, :WS-ANA-PERIODO, CURRENT_DATE,
                :WS-NOME-FILE-ANAGRAFE, 'I')
               RETURNING id_invio INTO :WS-ANA-ID-INVIO
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Errore registrazione invio: " SQLCODE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               MOVE "KO" TO WS-ESITO
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-CONTA-ANA-RAPPORTI
           MOVE ZERO TO WS-CONTA-ANA-SOGGETTI
           MOVE ZERO TO WS-CONTA-ANA-RECORD

           OPEN OUTPUT ANAGRAFE-FILE

           MOVE WS-ANA-CF-INTERMEDIARIO TO ANT-CF-INTERMEDIARIO
           MOVE WS-ANA-TIPO-INVIO TO ANT-TIPO-INVIO
           MOVE WS-ANA-ID-INVIO TO ANT-ID-INVIO
           MOVE WS-ANA-PERIODO TO ANT-PERIODO
           MOVE FUNCTION CURRENT-DATE(1:8) TO ANT-DATA-CREAZIONE
           MOVE WS-ANA-REC-TESTA TO ANAGRAFE-RECORD
           WRITE ANAGRAFE-RECORD
           ADD 1 TO WS-CONTA-ANA-RECORD.

      * Coda del flusso con i contatori, totali sull'invio e COMMIT
       CHIUDI-INVIO-ANAGRAFE.
           ADD 1 TO WS-CONTA-ANA-RECORD
           MOVE WS-ANA-ID-INVIO TO ANC-ID-INVIO
           MOVE WS-CONTA-ANA-RAPPORTI TO ANC-NUMERO-RAPPORTI
           MOVE WS-CONTA-ANA-SOGGETTI TO ANC-NUMERO-SOGGETTI
           MOVE WS-CONTA-ANA-RECORD TO ANC-NUMERO-RECORD
           MOVE WS-ANA-REC-CODA TO ANAGRAFE-RECORD
           WRITE ANAGRAFE-RECORD

           CLOSE ANAGRAFE-FILE

           EXEC SQL
               UPDATE INVII_ANAGRAFE
               SET numero_rapporti = :WS-CONTA-ANA-RAPPORTI,
                   numero_soggetti = :WS-CONTA-ANA-SOGGETTI,
                   numero_record = :WS-CONTA-ANA-RECORD
               WHERE id_invio = :WS-ANA-ID-INVIO
           END-EXEC

           EXEC SQL
               COMMIT
           END-EXEC

           DISPLAY "Invio n. " WS-ANA-ID-INVIO
           DISPLAY "Rapporti comunicati:  " WS-CONTA-ANA-RAPPORTI
           DISPLAY "Soggetti comunicati:  " WS-CONTA-ANA-SOGGETTI
           DISPLAY "Flusso salvato in " WS-NOME-FILE-ANAGRAFE.

      ******************************************************************
      * Comunicazione annuale all'archivio dei rapporti: per ogni
      * rapporto in essere nell'anno saldo iniziale e finale e
      * totali degli addebiti e degli accrediti, sul flusso a
      * tracciato fisso ANAGRAFE-SALDI-<anno>-<data>.TXT. I saldi
      * gia' comunicati si ripresentano solo in rettifica.
      ******************************************************************
       COMUNICAZIONE-ANNUALE-ANAGRAFE.
           DISPLAY " "
           DISPLAY "=== COMUNICAZIONE ANNUALE SALDI E MOVIMENTI ==="

           IF WS-MODO-BATCH = 'S'
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANA-ANNO
               SUBTRACT 1 FROM WS-ANA-ANNO
           ELSE
               DISPLAY "Anno (AAAA): " WITH NO ADVANCING
               ACCEPT WS-ANA-ANNO
           END-IF

           MOVE SPACES TO WS-ANA-INIZIO-ANNO
           STRING WS-ANA-ANNO "-01-01"
                  DELIMITED BY SIZE INTO WS-ANA-INIZIO-ANNO
           MOVE SPACES TO WS-ANA-FINE-ANNO
           STRING WS-ANA-ANNO "-12-31"
                  DELIMITED BY SIZE INTO WS-ANA-FINE-ANNO

           MOVE "OK" TO WS-ESITO
           PERFORM SINCRONIZZA-RAPPORTI-ANAGRAFE
           IF WS-ESITO NOT = "OK"
               EXEC SQL
                   ROLLBACK
               END-EXEC
               EXIT PARAGRAPH
           END-IF

           MOVE 'A' TO WS-ANA-TIPO-INVIO
           MOVE SPACES TO WS-ANA-PERIODO
           STRING WS-ANA-ANNO "1231"
                  DELIMITED BY SIZE INTO WS-ANA-PERIODO
           MOVE SPACES TO WS-NOME-FILE-ANAGRAFE
           STRING "ANAGRAFE-SALDI-" WS-ANA-ANNO "-"
                  FUNCTION CURRENT-DATE(1:8) ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-ANAGRAFE

           PERFORM APRI-INVIO-ANAGRAFE
           IF WS-ESITO NOT = "OK"
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               OPEN CUR-ANAGRAFE-SALDI
           END-EXEC

           MOVE 'N' TO WS-FINE-ANAGRAFE
           PERFORM UNTIL WS-FINE-ANAGRAFE = 'S'
               EXEC SQL
                   FETCH CUR-ANAGRAFE-SALDI
                   INTO :WS-ANA-TIPO, :WS-ANA-RIFERIMENTO,
                        :WS-ANA-CONTO, :WS-ANA-CODICE,
                        :WS-ANA-STATO
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'S' TO WS-FINE-ANAGRAFE
               ELSE
                   PERFORM CALCOLA-SALDI-RAPPORTO
                   PERFORM SCRIVI-SALDI-ANAGRAFE
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-ANAGRAFE-SALDI
           END-EXEC

           PERFORM CHIUDI-INVIO-ANAGRAFE.

      * Saldi e totali dell'anno del rapporto in WS-ANA-TIPO e
      * WS-ANA-RIFERIMENTO: conti dai movimenti con il loro verso,
      * vincoli dal capitale vincolato, finanziamenti dal debito
      * residuo (a saldo negativo) con erogato e rate pagate, carte
      * dal transato dell'anno
       CALCOLA-SALDI-RAPPORTO.
           MOVE ZERO TO WS-ANA-SALDO-INIZ
           MOVE ZERO TO WS-ANA-SALDO-FINE
           MOVE ZERO TO WS-ANA-TOT-DARE
           MOVE ZERO TO WS-ANA-TOT-AVERE

           EVALUATE WS-ANA-TIPO
               WHEN 'C'
                   EXEC SQL
                       SELECT COALESCE(SUM(CASE WHEN m.data <
                                  CAST(:WS-ANA-INIZIO-ANNO AS DATE)
                                  THEN m.importo ELSE 0 END), 0),
                              COALESCE(SUM(CASE WHEN m.data <=
                                  CAST(:WS-ANA-FINE-ANNO AS DATE)
                                  THEN m.importo ELSE 0 END), 0),
                              COALESCE(SUM(CASE WHEN m.data BETWEEN
                                  CAST(:WS-ANA-INIZIO-ANNO AS DATE)
                                  AND CAST(:WS-ANA-FINE-ANNO AS DATE)
                                  AND m.importo < 0
                                  THEN 0 - m.importo ELSE 0 END), 0),
                              COALESCE(SUM(CASE WHEN m.data BETWEEN
                                  CAST(:WS-ANA-INIZIO-ANNO AS DATE)
                                  AND CAST(:WS-ANA-FINE-ANNO AS DATE)
                                  AND m.importo > 0
                                  THEN m.importo ELSE 0 END), 0)
                       INTO :WS-ANA-SALDO-INIZ, :WS-ANA-SALDO-FINE,
                            :WS-ANA-TOT-DARE, :WS-ANA-TOT-AVERE
                       FROM (SELECT DATE(data_movimento) AS data,
                                    CASE WHEN COALESCE(segno,
                                         CASE WHEN tipo_movimento
                                              IN ('D', 'I', 'M')
                                              THEN '+' ELSE '-' END)
                                         = '-' THEN 0 - importo
                                    ELSE importo END AS importo
                             FROM MOVIMENTI
                             WHERE numero_conto = :WS-ANA-CONTO) m
                   END-EXEC
               WHEN 'V'
                   EXEC SQL
                       SELECT CASE WHEN r.data_inizio <
                                   CAST(:WS-ANA-INIZIO-ANNO AS DATE)
                                   AND (r.data_fine IS NULL
                                        OR r.data_fine >=
                                   CAST(:WS-ANA-INIZIO-ANNO AS DATE))
                                   THEN v.importo ELSE 0 END,
                              CASE WHEN r.data_fine IS NULL
                                   OR r.data_fine >
                                   CAST(:WS-ANA-FINE-ANNO AS DATE)
                                   THEN v.importo ELSE 0 END,
                              CASE WHEN r.data_fine BETWEEN
                                   CAST(:WS-ANA-INIZIO-ANNO AS DATE)
                                   AND CAST(:WS-ANA-FINE-ANNO AS DATE)
                                   THEN v.importo ELSE 0 END,
                              CASE WHEN r.data_inizio BETWEEN
                                   CAST(:WS-ANA-INIZIO-ANNO AS DATE)
                                   AND CAST(:WS-ANA-FINE-ANNO AS DATE)
                                   THEN v.importo ELSE 0 END
                       INTO :WS-ANA-SALDO-INIZ, :WS-ANA-SALDO-FINE,
                            :WS-ANA-TOT-DARE, :WS-ANA-TOT-AVERE
                       FROM RAPPORTI_ANAGRAFE r
                       JOIN VINCOLI v
                         ON CAST(v.id_vincolo AS VARCHAR(20)) =
                            r.riferimento
                       WHERE r.tipo_origine = 'V'
                       AND r.riferimento = :WS-ANA-RIFERIMENTO
                   END-EXEC
               WHEN 'F'
                   EXEC SQL
                       SELECT CASE WHEN f.data_erogazione >=
                                   CAST(:WS-ANA-INIZIO-ANNO AS DATE)
                                   OR r.data_fine <
                                   CAST(:WS-ANA-INIZIO-ANNO AS DATE)
                                   THEN 0
                                   ELSE COALESCE((SELECT
                                        SUM(rf.quota_capitale)
                                        FROM RATE_FINANZIAMENTO rf
                                        WHERE rf.id_finanziamento =
                                              f.id_finanziamento
                                        AND rf.stato = 'P'
                                        AND rf.data_pagamento <
                                   CAST(:WS-ANA-INIZIO-ANNO AS DATE)),
                                        0) - f.importo END,
                              CASE WHEN r.data_fine <=
                                   CAST(:WS-ANA-FINE-ANNO AS DATE)
                                   THEN 0
                                   ELSE COALESCE((SELECT
                                        SUM(rf.quota_capitale)
                                        FROM RATE_FINANZIAMENTO rf
                                        WHERE rf.id_finanziamento =
                                              f.id_finanziamento
                                        AND rf.stato = 'P'
                                        AND rf.data_pagamento <=
                                   CAST(:WS-ANA-FINE-ANNO AS DATE)),
                                        0) - f.importo END,
                              CASE WHEN f.data_erogazione BETWEEN
                                   CAST(:WS-ANA-INIZIO-ANNO AS DATE)
                                   AND CAST(:WS-ANA-FINE-ANNO AS DATE)
                                   THEN f.importo ELSE 0 END,
                              COALESCE((SELECT SUM(rf.importo_rata)
                                   FROM RATE_FINANZIAMENTO rf
                                   WHERE rf.id_finanziamento =
                                         f.id_finanziamento
                                   AND rf.stato = 'P'
                                   AND rf.data_pagamento BETWEEN
                                   CAST(:WS-ANA-INIZIO-ANNO AS DATE)
                                   AND CAST(:WS-ANA-FINE-ANNO AS DATE)),
                                   0)
                       INTO :WS-ANA-SALDO-INIZ, :WS-ANA-SALDO-FINE,
                            :WS-ANA-TOT-DARE, :WS-ANA-TOT-AVERE
                       FROM RAPPORTI_ANAGRAFE r
                       JOIN FINANZIAMENTI f
                         ON CAST(f.id_finanziamento AS VARCHAR(20)) =
                            r.riferimento
                       WHERE r.tipo_origine = 'F'
                       AND r.riferimento = :WS-ANA-RIFERIMENTO
                   END-EXEC
               WHEN 'K'
                   EXEC SQL
                       SELECT COALESCE(SUM(importo), 0)
                       INTO :WS-ANA-TOT-DARE
                       FROM MOVIMENTI
                       WHERE numero_carta = :WS-ANA-RIFERIMENTO
                       AND DATE(data_movimento) BETWEEN
                           CAST(:WS-ANA-INIZIO-ANNO AS DATE)
                           AND CAST(:WS-ANA-FINE-ANNO AS DATE)
                   END-EXEC
           END-EVALUATE

           IF SQLCODE NOT = 0
               DISPLAY "Errore saldi rapporto " WS-ANA-TIPO " "
                       WS-ANA-RIFERIMENTO ": " SQLCODE
           END-IF.

      * Record dei saldi del rapporto e registrazione dei saldi
      * comunicati per l'anno
       SCRIVI-SALDI-ANAGRAFE.
           IF WS-ANA-STATO = 'R'
               MOVE 'S' TO WS-ANA-RETTIFICA
               MOVE 'R' TO ANA-TIPO-COMUNIC
           ELSE
               MOVE 'N' TO WS-ANA-RETTIFICA
               MOVE 'N' TO ANA-TIPO-COMUNIC
           END-IF

           MOVE WS-ANA-CODICE TO ANA-CODICE-RAPPORTO
           MOVE WS-ANA-TIPO TO ANA-TIPO-ORIGINE
           MOVE WS-ANA-RIFERIMENTO TO ANA-IDENTIFICATIVO
           MOVE WS-ANA-ANNO TO ANA-ANNO
           MOVE WS-ANA-SALDO-INIZ TO ANA-SALDO-INIZIALE
           MOVE WS-ANA-SALDO-FINE TO ANA-SALDO-FINALE
           MOVE WS-ANA-TOT-DARE TO ANA-TOTALE-DARE
           MOVE WS-ANA-TOT-AVERE TO ANA-TOTALE-AVERE
           MOVE WS-ANA-REC-SALDI TO ANAGRAFE-RECORD
           WRITE ANAGRAFE-RECORD
           ADD 1 TO WS-CONTA-ANA-RAPPORTI
           ADD 1 TO WS-CONTA-ANA-RECORD

           EXEC SQL
               UPDATE SALDI_ANAGRAFE
               SET saldo_iniziale = :WS-ANA-SALDO-INIZ,
                   saldo_finale = :WS-ANA-SALDO-FINE,
                   totale_dare = :WS-ANA-TOT-DARE,
                   totale_avere = :WS-ANA-TOT-AVERE,
                   stato_invio = 'I',
                   rettifica = :WS-ANA-RETTIFICA,
                   id_invio = :WS-ANA-ID-INVIO,
                   data_invio = CURRENT_DATE
               WHERE tipo_origine = :WS-ANA-TIPO
               AND riferimento = :WS-ANA-RIFERIMENTO
               AND anno = :WS-ANA-ANNO
           END-EXEC

           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO SALDI_ANAGRAFE
                   (tipo_origine, riferimento, anno, saldo_iniziale,
                    saldo_finale, totale_dare, totale_avere,
                    stato_invio, rettifica, id_invio, data_invio)
                   VALUES
                   (:WS-ANA-TIPO, :WS-ANA-RIFERIMENTO, :WS-ANA-ANNO,
                    :WS-ANA-SALDO-INIZ, :WS-ANA-SALDO-FINE,
                    :WS-ANA-TOT-DARE, :WS-ANA-TOT-AVERE, 'I',
                    :WS-ANA-RETTIFICA, :WS-ANA-ID-INVIO, CURRENT_DATE)
               END-EXEC
           END-IF.

      ******************************************************************
      * Esito di un invio all'archivio dei rapporti: acquisito,
      * acquisito con scarti (i rapporti scartati restano in attesa
      * di rettifica) o scartato per intero (tutto torna da
      * inviare), con il protocollo di ricezione.
      ******************************************************************
       REGISTRA-ESITO-ANAGRAFE.
           DISPLAY " "
           DISPLAY "=== ESITO INVIO ARCHIVIO RAPPORTI ==="

           DISPLAY "Numero invio: " WITH NO ADVANCING
           ACCEPT WS-ANA-ID-INVIO

           EXEC SQL
               SELECT tipo_invio, esito, CAST(data_invio AS CHAR(10)),
                      COALESCE(numero_rapporti, 0)
               INTO :WS-ANA-TIPO-INVIO, :WS-ANA-ESITO,
                    :WS-ANA-DATA-INVIO, :WS-CONTA-ANA-RAPPORTI
               FROM INVII_ANAGRAFE
               WHERE id_invio = :WS-ANA-ID-INVIO
           END-EXEC

           IF SQLCODE = 100
               DISPLAY "Invio non trovato!"
               EXIT PARAGRAPH
           ELSE IF SQLCODE NOT = 0
               DISPLAY "Errore database: " SQLCODE
               EXIT PARAGRAPH
           END-IF

           IF WS-ANA-ESITO NOT = 'I'
               DISPLAY "Esito gia' registrato per questo invio ("
                       WS-ANA-ESITO ")!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Invio del " WS-ANA-DATA-INVIO " tipo "
                   WS-ANA-TIPO-INVIO " con " WS-CONTA-ANA-RAPPORTI
                   " rapporti"
           DISPLAY "Esito (A=acquisito, P=acquisito con scarti, "
                   "S=scartato): " WITH NO ADVANCING
           ACCEPT WS-ANA-ESITO

           IF WS-ANA-ESITO NOT = 'A' AND WS-ANA-ESITO NOT = 'P'
              AND WS-ANA-ESITO NOT = 'S'
               DISPLAY "Esito non valido!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Protocollo di ricezione: " WITH NO ADVANCING
           ACCEPT WS-ANA-PROTOCOLLO

           IF WS-ANA-ESITO = 'S'
               EXEC SQL
                   UPDATE RAPPORTI_ANAGRAFE
                   SET stato_invio = CASE WHEN rettifica = 'S'
                                          THEN 'R' ELSE 'N' END
                   WHERE id_invio = :WS-ANA-ID-INVIO
                   AND stato_invio = 'I'
               END-EXEC
               EXEC SQL
                   UPDATE SALDI_ANAGRAFE
                   SET stato_invio = CASE WHEN rettifica = 'S'
                                          THEN 'R' ELSE 'N' END
                   WHERE id_invio = :WS-ANA-ID-INVIO
                   AND stato_invio = 'I'
               END-EXEC
           END-IF

      * Rapporti scartati singolarmente
           IF WS-ANA-ESITO = 'P'
               MOVE 'X' TO WS-ANA-TIPO
               PERFORM UNTIL WS-ANA-TIPO = SPACE
                   MOVE SPACE TO WS-ANA-TIPO
                   DISPLAY "Tipo rapporto scartato (C/V/F/K, "
                           "invio = fine): " WITH NO ADVANCING
                   ACCEPT WS-ANA-TIPO
                   IF WS-ANA-TIPO NOT = SPACE
                       DISPLAY "Identificativo rapporto: "
                               WITH NO ADVANCING
                       ACCEPT WS-ANA-RIFERIMENTO
                       PERFORM SCARTA-RAPPORTO-ANAGRAFE
                   END-IF
               END-PERFORM
           END-IF

           IF WS-ANA-ESITO NOT = 'S'
               EXEC SQL
                   UPDATE SOGGETTI_RAPPORTO s
                   SET stato_invio = 'A'
                   WHERE s.stato_invio = 'I'
                   AND EXISTS
                       (SELECT 1 FROM RAPPORTI_ANAGRAFE r
                        WHERE r.tipo_origine = s.tipo_origine
                        AND r.riferimento = s.riferimento
                        AND r.id_invio = :WS-ANA-ID-INVIO
                        AND r.stato_invio = 'I')
               END-EXEC
               EXEC SQL
                   UPDATE RAPPORTI_ANAGRAFE
                   SET stato_invio = 'A'
                   WHERE id_invio = :WS-ANA-ID-INVIO
                   AND stato_invio = 'I'
               END-EXEC
               EXEC SQL
                   UPDATE SALDI_ANAGRAFE
                   SET stato_invio = 'A'
                   WHERE id_invio = :WS-ANA-ID-INVIO
                   AND stato_invio = 'I'
               END-EXEC
           END-IF

           EXEC SQL
               UPDATE INVII_ANAGRAFE
               SET esito = :WS-ANA-ESITO,
                   protocollo = NULLIF(:WS-ANA-PROTOCOLLO, SPACES),
                   data_esito = CURRENT_DATE
               WHERE id_invio = :WS-ANA-ID-INVIO
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   COMMIT
               END-EXEC
               DISPLAY "Esito registrato per l'invio "
                       WS-ANA-ID-INVIO
           ELSE
               DISPLAY "Errore registrazione esito: " SQLCODE
               EXEC SQL
                   ROLLBACK
               END-EXEC
           END-IF.

      * Marca scartato il rapporto (o i suoi saldi) dell'invio
       SCARTA-RAPPORTO-ANAGRAFE.
           MOVE 'N' TO WS-ANA-RETTIFICA

           EXEC SQL
               UPDATE RAPPORTI_ANAGRAFE
               SET stato_invio = 'S'
               WHERE id_invio = :WS-ANA-ID-INVIO
               AND tipo_origine = :WS-ANA-TIPO
               AND riferimento = :WS-ANA-RIFERIMENTO
               AND stato_invio = 'I'
           END-EXEC
           IF SQLCODE = 0
               MOVE 'S' TO WS-ANA-RETTIFICA
           END-IF

           EXEC SQL
               UPDATE SALDI_ANAGRAFE
               SET stato_invio = 'S'
               WHERE id_invio = :WS-ANA-ID-INVIO
               AND tipo_origine = :WS-ANA-TIPO
               AND riferimento = :WS-ANA-RIFERIMENTO
               AND stato_invio = 'I'
           END-EXEC
           IF SQLCODE = 0
               MOVE 'S' TO WS-ANA-RETTIFICA
           END-IF

           IF WS-ANA-RETTIFICA = 'S'
               DISPLAY "Rapporto marcato come scartato"
           ELSE
               DISPLAY "Rapporto non presente nell'invio!"
           END-IF.

      ******************************************************************
      * Rettifica di un rapporto gia' comunicato: correzione delle
      * date di inizio e fine e nuovo invio come rettifica, anche
      * dei saldi di un anno gia' comunicati (ricalcolati alla
      * successiva comunicazione annuale di quell'anno).
      ******************************************************************
       RETTIFICA-RAPPORTO-ANAGRAFE.
           DISPLAY " "
           DISPLAY "=== RETTIFICA RAPPORTO ARCHIVIO RAPPORTI ==="

           DISPLAY "Tipo rapporto (C=conto, V=vincolo, "
                   "F=finanziamento, K=carta): " WITH NO ADVANCING
           ACCEPT WS-ANA-TIPO
           DISPLAY "Identificativo rapporto: " WITH NO ADVANCING
           ACCEPT WS-ANA-RIFERIMENTO

           EXEC SQL
               SELECT numero_conto, evento, stato_invio,
                      CAST(data_inizio AS CHAR(10)),
                      COALESCE(CAST(data_fine AS CHAR(10)), ' ')
               INTO :WS-ANA-CONTO, :WS-ANA-EVENTO, :WS-ANA-STATO,
                    :WS-ANA-DATA-INIZIO, :WS-ANA-DATA-FINE
               FROM RAPPORTI_ANAGRAFE
               WHERE tipo_origine = :WS-ANA-TIPO
               AND riferimento = :WS-ANA-RIFERIMENTO
           END-EXEC

           IF SQLCODE = 100
               DISPLAY "Rapporto non presente nel registro!"
               EXIT PARAGRAPH
           ELSE IF SQLCODE NOT = 0
               DISPLAY "Errore database: " SQLCODE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Conto " WS-ANA-CONTO " evento " WS-ANA-EVENTO
                   " stato invio " WS-ANA-STATO
           DISPLAY "Inizio " WS-ANA-DATA-INIZIO
                   "  fine " WS-ANA-DATA-FINE

           MOVE SPACES TO WS-ANA-DATA-INIZIO
           MOVE SPACES TO WS-ANA-DATA-FINE
           DISPLAY "Data inizio corretta (AAAA-MM-GG, "
                   "invio = invariata): " WITH NO ADVANCING
           ACCEPT WS-ANA-DATA-INIZIO
           DISPLAY "Data fine corretta (AAAA-MM-GG, "
                   "invio = invariata): " WITH NO ADVANCING
           ACCEPT WS-ANA-DATA-FINE

      * Un rapporto mai comunicato resta un invio ordinario
           EXEC SQL
               UPDATE RAPPORTI_ANAGRAFE
               SET data_inizio =
                       COALESCE(CAST(NULLIF(:WS-ANA-DATA-INIZIO,
                                            SPACES) AS DATE),
                                data_inizio),
                   data_fine =
                       COALESCE(CAST(NULLIF(:WS-ANA-DATA-FINE,
                                            SPACES) AS DATE),
                                data_fine),
                   stato_invio = CASE WHEN stato_invio = 'N'
                                      THEN 'N' ELSE 'R' END,
                   data_variazione = CURRENT_DATE
               WHERE tipo_origine = :WS-ANA-TIPO
               AND riferimento = :WS-ANA-RIFERIMENTO
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Errore rettifica rapporto: " SQLCODE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Anno dei saldi da rettificare (0 = nessuno): "
                   WITH NO ADVANCING
           ACCEPT WS-ANA-ANNO-RETT

           IF WS-ANA-ANNO-RETT > 0
               EXEC SQL
                   UPDATE SALDI_ANAGRAFE
                   SET stato_invio = 'R'
                   WHERE tipo_origine = :WS-ANA-TIPO
                   AND riferimento = :WS-ANA-RIFERIMENTO
                   AND anno = :WS-ANA-ANNO-RETT
                   AND stato_invio IN ('I', 'A', 'S')
               END-EXEC
               IF SQLCODE = 100
                   DISPLAY "Saldi dell'anno non ancora comunicati"
               END-IF
           END-IF

           EXEC SQL
               COMMIT
           END-EXEC

           DISPLAY "Rapporto in attesa di invio in rettifica".

      ******************************************************************
      * Deleghe ad operare su un conto: elenco dei delegati in
      * essere con poteri e limiti, nuova delega con scadenza e
      * riferimento della procura, revoca e modifica di poteri e
      * limiti; i delegati entrano nella comunicazione del rapporto
      * come soggetti collegati.
      ******************************************************************
       GESTIONE-DELEGHE-CONTO.
           DISPLAY " "
           DISPLAY "=== DELEGHE AD OPERARE SU CONTO ==="

           DISPLAY "Numero conto: " WITH NO ADVANCING
           ACCEPT WS-NUMERO-CONTO

           PERFORM VERIFICA-CONTO
           IF WS-ESITO NOT = "OK"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NUMERO-CONTO TO WS-DLG-CONTO
           PERFORM SCADENZA-DELEGHE

           DISPLAY " "
           DISPLAY "CLIENTE  DELEGATO                        "
                   "SCADENZA   P B C  LIMITE OPERAZ.  LIMITE MESE"

           EXEC SQL
               OPEN CUR-DELEGATI-CONTO
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-DELEGATI-CONTO
                   INTO :WS-DLG-CLIENTE, :WS-DLG-COGNOME,
                        :WS-DLG-NOME, :WS-DLG-DATA-INIZIO,
                        :WS-DLG-SCADENZA, :WS-DLG-PRELIEVO,
                        :WS-DLG-BONIFICO, :WS-DLG-CONSULTA,
                        :WS-DLG-LIMITE-OPER, :WS-DLG-LIMITE-MESE
               END-EXEC

               IF SQLCODE = 0
                   MOVE WS-DLG-LIMITE-OPER TO WS-DLG-LIMITE-EDIT
                   MOVE WS-DLG-LIMITE-MESE TO WS-DLG-MESE-EDIT
                   DISPLAY WS-DLG-CLIENTE " "
                           WS-DLG-COGNOME(1:16) " "
                           WS-DLG-NOME(1:14) " "
                           WS-DLG-SCADENZA " "
                           WS-DLG-PRELIEVO " " WS-DLG-BONIFICO " "
                           WS-DLG-CONSULTA " "
                           WS-DLG-LIMITE-EDIT " " WS-DLG-MESE-EDIT
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-DELEGATI-CONTO
           END-EXEC

           DISPLAY " "
           DISPLAY "1. Nuova delega"
           DISPLAY "2. Revoca delega"
           DISPLAY "3. Modifica poteri e limiti"
           DISPLAY "0. Ritorno"
           DISPLAY "Scelta: " WITH NO ADVANCING
           ACCEPT WS-SCELTA

           IF WS-SCELTA < 1 OR WS-SCELTA > 3
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Codice cliente delegato: " WITH NO ADVANCING
           ACCEPT WS-DLG-CLIENTE

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-DLG-NUMERO
               FROM DELEGATI_CONTO
               WHERE numero_conto = :WS-DLG-CONTO
               AND codice_cliente = :WS-DLG-CLIENTE
               AND data_fine IS NULL
           END-EXEC

           EVALUATE WS-SCELTA
               WHEN 1
                   PERFORM NUOVA-DELEGA-CONTO
               WHEN 2
                   IF WS-DLG-NUMERO = 0
                       DISPLAY "Delega non trovata!"
                       EXIT PARAGRAPH
                   END-IF
                   EXEC SQL
                       UPDATE DELEGATI_CONTO
                       SET data_fine = CURRENT_DATE,
                           stato = 'R'
                       WHERE numero_conto = :WS-DLG-CONTO
                       AND codice_cliente = :WS-DLG-CLIENTE
                       AND data_fine IS NULL
                   END-EXEC
               WHEN 3
                   IF WS-DLG-NUMERO = 0
                       DISPLAY "Delega non trovata!"
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM CHIEDI-POTERI-DELEGA
                   EXEC SQL
                       UPDATE DELEGATI_CONTO
                       SET abilita_prelievo = :WS-DLG-PRELIEVO,
                           abilita_bonifico = :WS-DLG-BONIFICO,
                           abilita_consultazione = :WS-DLG-CONSULTA,
                           limite_operazione = :WS-DLG-LIMITE-OPER,
                           limite_mensile = :WS-DLG-LIMITE-MESE
                       WHERE numero_conto = :WS-DLG-CONTO
                       AND codice_cliente = :WS-DLG-CLIENTE
                       AND data_fine IS NULL
                   END-EXEC
           END-EVALUATE

           IF SQLCODE = 0
               EXEC SQL
                   COMMIT
               END-EXEC
               DISPLAY "Delega registrata"
           ELSE
               IF SQLCODE < 0
                   DISPLAY "Errore registrazione delega: " SQLCODE
               END-IF
               EXEC SQL
                   ROLLBACK
               END-EXEC
           END-IF.

      * Nuova delega sul conto in WS-DLG-CONTO al cliente in
      * WS-DLG-CLIENTE (non intestatario, senza delega in essere)
       NUOVA-DELEGA-CONTO.
           IF WS-DLG-NUMERO > 0
               DISPLAY "Delega gia' in essere!"
               MOVE 100 TO SQLCODE
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-DLG-NUMERO
               FROM CONTO_INTESTATARI
               WHERE numero_conto = :WS-DLG-CONTO
               AND codice_cliente = :WS-DLG-CLIENTE
           END-EXEC
           IF WS-DLG-NUMERO > 0
               DISPLAY "Il cliente e' intestatario del conto!"
               MOVE 100 TO SQLCODE
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               SELECT codice_cliente
               INTO :WS-DLG-CLIENTE
               FROM CLIENTI
               WHERE codice_cliente = :WS-DLG-CLIENTE
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "Cliente non trovato!"
               MOVE 100 TO SQLCODE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-DLG-SCADENZA
           DISPLAY "Scadenza della delega (AAAA-MM-GG, "
                   "invio = a tempo indeterminato): "
                   WITH NO ADVANCING
           ACCEPT WS-DLG-SCADENZA
           DISPLAY "Riferimento della procura (atto/documento): "
                   WITH NO ADVANCING
           ACCEPT WS-DLG-DOCUMENTO

           PERFORM CHIEDI-POTERI-DELEGA

           EXEC SQL
               INSERT INTO DELEGATI_CONTO
               (numero_conto, codice_cliente, data_inizio,
                data_scadenza, documento_procura, abilita_prelievo,
                abilita_bonifico, abilita_consultazione,
                limite_operazione, limite_mensile, stato)
               VALUES
               (:WS-DLG-CONTO, :WS-DLG-CLIENTE, CURRENT_DATE,
                CAST(NULLIF(:WS-DLG-SCADENZA, SPACES) AS DATE),
                NULLIF(:WS-DLG-DOCUMENTO, SPACES),
                :WS-DLG-PRELIEVO, :WS-DLG-BONIFICO,
                :WS-DLG-CONSULTA, :WS-DLG-LIMITE-OPER,
                :WS-DLG-LIMITE-MESE, 'A')
           END-EXEC.

      * Poteri del delegato (S/N) e limiti di importo (0 = nessun
      * limite)
       CHIEDI-POTERI-DELEGA.
           DISPLAY "Abilitato al prelievo (S/N): " WITH NO ADVANCING
           ACCEPT WS-DLG-PRELIEVO
           DISPLAY "Abilitato al bonifico (S/N): " WITH NO ADVANCING
           ACCEPT WS-DLG-BONIFICO
           DISPLAY "Abilitato alla consultazione (S/N): "
                   WITH NO ADVANCING
           ACCEPT WS-DLG-CONSULTA

           IF WS-DLG-PRELIEVO = 's'
               MOVE 'S' TO WS-DLG-PRELIEVO
           END-IF
           IF WS-DLG-PRELIEVO NOT = 'S'
               MOVE 'N' TO WS-DLG-PRELIEVO
           END-IF
           IF WS-DLG-BONIFICO = 's'
               MOVE 'S' TO WS-DLG-BONIFICO
           END-IF
           IF WS-DLG-BONIFICO NOT = 'S'
               MOVE 'N' TO WS-DLG-BONIFICO
           END-IF
           IF WS-DLG-CONSULTA = 's'
               MOVE 'S' TO WS-DLG-CONSULTA
           END-IF
           IF WS-DLG-CONSULTA NOT = 'S'
               MOVE 'N' TO WS-DLG-CONSULTA
           END-IF

           DISPLAY "Limite per operazione (0 = nessuno): "
                   WITH NO ADVANCING
           ACCEPT WS-DLG-LIMITE-OPER
           DISPLAY "Limite mensile (0 = nessuno): "
                   WITH NO ADVANCING
           ACCEPT WS-DLG-LIMITE-MESE.

      * Le deleghe giunte a scadenza cessano alla data di scadenza
       SCADENZA-DELEGHE.
           EXEC SQL
               UPDATE DELEGATI_CONTO
               SET data_fine = data_scadenza,
                   stato = 'S'
               WHERE data_fine IS NULL
               AND data_scadenza < CURRENT_DATE
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   COMMIT
               END-EXEC
           ELSE IF SQLCODE < 0
               DISPLAY "Errore scadenza deleghe: " SQLCODE
           END-IF.

      * Al decesso del cliente in WS-DEC-CLIENTE decadono le deleghe
      * sui conti che intesta e quelle di cui era delegato
       DECADENZA-DELEGHE-DECESSO.
           EXEC SQL
               UPDATE DELEGATI_CONTO
               SET data_fine = GREATEST(data_inizio,
                                   CAST(:WS-DEC-DATA AS DATE)),
                   stato = 'D'
               WHERE data_fine IS NULL
               AND (codice_cliente = :WS-DEC-CLIENTE
                    OR numero_conto IN
                       (SELECT numero_conto
                        FROM CONTO_INTESTATARI
                        WHERE codice_cliente = :WS-DEC-CLIENTE))
           END-EXEC

           IF SQLCODE = 0
               DISPLAY "Deleghe ad operare decadute per il decesso."
           ELSE IF SQLCODE < 0
               DISPLAY "Errore decadenza deleghe: " SQLCODE
           END-IF.

      ******************************************************************
      * Identifica chi opera allo sportello sul conto in
      * WS-NUMERO-CONTO per l'operazione in WS-OPE-OPERAZIONE:
      * intestatario (di default il primo) o delegato con delega in
      * essere, documento valido e potere per l'operazione; il
      * versamento e' ammesso anche da terzi. WS-ESITO = "KO" se
      * l'operazione non e' consentita.
      ******************************************************************
       IDENTIFICA-OPERANTE.
           MOVE "OK" TO WS-ESITO
           MOVE SPACES TO WS-OPE-CLIENTE
           MOVE SPACES TO WS-OPE-DELEGATO

           IF WS-MODO-BATCH = 'S'
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Codice cliente di chi opera "
                   "(invio = intestatario): " WITH NO ADVANCING
           ACCEPT WS-OPE-CLIENTE

           IF WS-OPE-CLIENTE = SPACES
               EXEC SQL
                   SELECT codice_cliente
                   INTO :WS-OPE-CLIENTE
                   FROM CONTI
                   WHERE numero_conto = :WS-NUMERO-CONTO
               END-EXEC
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-DLG-NUMERO
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-DLG-NUMERO
               FROM CONTO_INTESTATARI
               WHERE numero_conto = :WS-NUMERO-CONTO
               AND codice_cliente = :WS-OPE-CLIENTE
           END-EXEC
           IF WS-DLG-NUMERO > 0
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               SELECT COALESCE(d.abilita_prelievo, 'N'),
                      COALESCE(d.abilita_bonifico, 'N'),
                      COALESCE(d.abilita_consultazione, 'N'),
                      COALESCE(d.limite_operazione, 0),
                      COALESCE(d.limite_mensile, 0),
                      CASE WHEN c.scadenza_documento < CURRENT_DATE
                           THEN 'S' ELSE 'N' END
               INTO :WS-DLG-PRELIEVO, :WS-DLG-BONIFICO,
                    :WS-DLG-CONSULTA, :WS-DLG-LIMITE-OPER,
                    :WS-DLG-LIMITE-MESE, :WS-DOC-BLOCCO
               FROM DELEGATI_CONTO d
               JOIN CLIENTI c ON c.codice_cliente = d.codice_cliente
               WHERE d.numero_conto = :WS-NUMERO-CONTO
               AND d.codice_cliente = :WS-OPE-CLIENTE
               AND d.data_fine IS NULL
               AND d.data_inizio <= CURRENT_DATE
               AND (d.data_scadenza IS NULL
                    OR d.data_scadenza >= CURRENT_DATE)
           END-EXEC

           IF SQLCODE NOT = 0
               IF WS-OPE-OPERAZIONE = 'D'
                   DISPLAY "Versamento effettuato da terzi"
               ELSE
                   DISPLAY "Il soggetto non e' intestatario ne' "
                           "delegato sul conto!"
                   MOVE "KO" TO WS-ESITO
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE WS-OPE-CLIENTE TO WS-OPE-DELEGATO

           IF WS-DOC-BLOCCO = 'S'
               DISPLAY "Documento di identita' del delegato "
                       "scaduto!"
               MOVE 'N' TO WS-DOC-BLOCCO
               MOVE "KO" TO WS-ESITO
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-OPE-OPERAZIONE
               WHEN 'P'
                   IF WS-DLG-PRELIEVO NOT = 'S'
                       DISPLAY "Delegato non abilitato al prelievo!"
                       MOVE "KO" TO WS-ESITO
                   END-IF
               WHEN 'B'
                   IF WS-DLG-BONIFICO NOT = 'S'
                       DISPLAY "Delegato non abilitato al bonifico!"
                       MOVE "KO" TO WS-ESITO
                   END-IF
               WHEN 'C'
                   IF WS-DLG-CONSULTA NOT = 'S'
                       DISPLAY "Delegato non abilitato alla "
                               "consultazione!"
                       MOVE "KO" TO WS-ESITO
                   END-IF
           END-EVALUATE

           IF WS-ESITO = "OK"
               DISPLAY "Opera il delegato " WS-OPE-DELEGATO
           END-IF.

      * Limiti del delegato identificato da IDENTIFICA-OPERANTE
      * sull'importo in WS-OPE-IMPORTO: per operazione e sul totale
      * del mese di prelievi e bonifici gia' disposti dal delegato
       CONTROLLA-LIMITI-DELEGATO.
           MOVE "OK" TO WS-ESITO

           IF WS-OPE-DELEGATO = SPACES
               EXIT PARAGRAPH
           END-IF

           IF WS-DLG-LIMITE-OPER > 0
              AND WS-OPE-IMPORTO > WS-DLG-LIMITE-OPER
               MOVE WS-DLG-LIMITE-OPER TO WS-DLG-LIMITE-EDIT
               DISPLAY "Importo oltre il limite per operazione del "
                       "delegato: " WS-DLG-LIMITE-EDIT
               MOVE "KO" TO WS-ESITO
               EXIT PARAGRAPH
           END-IF

           IF WS-DLG-LIMITE-MESE > 0
               EXEC SQL
                   SELECT COALESCE(SUM(importo), 0)
                   INTO :WS-DLG-USATO-MESE
                   FROM MOVIMENTI
                   WHERE numero_conto = :WS-NUMERO-CONTO
                   AND codice_delegato = :WS-OPE-DELEGATO
                   AND tipo_movimento IN ('P', 'B', 'E')
                   AND segno = '-'
                   AND EXTRACT(YEAR FROM data_movimento) =
                       EXTRACT(YEAR FROM CURRENT_DATE)
                   AND EXTRACT(MONTH FROM data_movimento) =
                       EXTRACT(MONTH FROM CURRENT_DATE)
               END-EXEC

               IF WS-DLG-USATO-MESE + WS-OPE-IMPORTO
                  > WS-DLG-LIMITE-MESE
                   MOVE WS-DLG-LIMITE-MESE TO WS-DLG-LIMITE-EDIT
                   MOVE WS-DLG-USATO-MESE TO WS-DLG-MESE-EDIT
                   DISPLAY "Superato il limite mensile del "
                           "delegato: " WS-DLG-LIMITE-EDIT
                           " (gia' utilizzati " WS-DLG-MESE-EDIT ")"
                   MOVE "KO" TO WS-ESITO
               END-IF
           END-IF.

      * Rapporti di un conto nel registro dell'archivio con lo
      * stato di segnalazione
       SITUAZIONE-RAPPORTI-CONTO.
           DISPLAY " "
           DISPLAY "Numero conto: " WITH NO ADVANCING
           ACCEPT WS-ANA-CONTO

           DISPLAY " "
           DISPLAY "T RAPPORTO             COD EV ST INIZIO     "
                   "FINE       INVIO     DEL"

           EXEC SQL
               OPEN CUR-RAPPORTI-CONTO
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-RAPPORTI-CONTO
                   INTO :WS-ANA-TIPO, :WS-ANA-RIFERIMENTO,
                        :WS-ANA-CODICE, :WS-ANA-EVENTO,
                        :WS-ANA-STATO, :WS-ANA-DATA-INIZIO,
                        :WS-ANA-DATA-FINE, :WS-ANA-ID-INVIO,
                        :WS-ANA-DATA-INVIO
               END-EXEC

               IF SQLCODE = 0
                   DISPLAY WS-ANA-TIPO " " WS-ANA-RIFERIMENTO " "
                           WS-ANA-CODICE "  " WS-ANA-EVENTO "  "
                           WS-ANA-STATO "  " WS-ANA-DATA-INIZIO " "
                           WS-ANA-DATA-FINE " " WS-ANA-ID-INVIO " "
                           WS-ANA-DATA-INVIO
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-RAPPORTI-CONTO
           END-EXEC

           DISPLAY " "
           DISPLAY "Evento: A=apertura V=variazione C=chiusura"
           DISPLAY "Stato: N=da inviare R=rettifica I=inviato "
                   "A=acquisito S=scartato".

      ******************************************************************
      * Autocertificazione fiscale di un cliente dal menu KYC: mostra
      * quella in essere e ne acquisisce una nuova
      ******************************************************************
       AUTOCERTIFICAZIONE-FISCALE.
           DISPLAY " "
           DISPLAY "=== AUTOCERTIFICAZIONE FISCALE FATCA/CRS ==="

           DISPLAY "Codice cliente: " WITH NO ADVANCING
           ACCEPT WS-FSC-CLIENTE

           EXEC SQL
               SELECT nome, cognome,
                      COALESCE(autocert_fiscale, 'N'),
                      COALESCE(CAST(data_autocert AS CHAR(10)), ' '),
                      COALESCE(us_person, 'N'),
                      COALESCE(indizi_fiscali, 'N')
               INTO :WS-CLI-NOME, :WS-CLI-COGNOME,
                    :WS-FSC-AUTOCERT, :WS-FSC-DATA-AUTOCERT,
                    :WS-FSC-US-PERSON, :WS-FSC-INDIZIO
               FROM CLIENTI
               WHERE codice_cliente = :WS-FSC-CLIENTE
           END-EXEC

           IF SQLCODE = 100
               DISPLAY "Cliente non trovato!"
               EXIT PARAGRAPH
           ELSE IF SQLCODE NOT = 0
               DISPLAY "Errore database: " SQLCODE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Cliente: " WS-CLI-NOME " " WS-CLI-COGNOME
           IF WS-FSC-AUTOCERT = 'S'
               DISPLAY "Autocertificazione del " WS-FSC-DATA-AUTOCERT
                       " - cittadino/residente USA: "
                       WS-FSC-US-PERSON

               EXEC SQL
                   OPEN CUR-RESIDENZE-FISCALI
               END-EXEC

               PERFORM UNTIL SQLCODE NOT = 0
                   EXEC SQL
                       FETCH CUR-RESIDENZE-FISCALI
                       INTO :WS-FSC-PAESE, :WS-FSC-TIN
                   END-EXEC

                   IF SQLCODE = 0
                       DISPLAY "  Residenza fiscale " WS-FSC-PAESE
                               " TIN " WS-FSC-TIN
                   END-IF
               END-PERFORM

               EXEC SQL
                   CLOSE CUR-RESIDENZE-FISCALI
               END-EXEC
           ELSE
               DISPLAY "Autocertificazione fiscale non acquisita"
               IF WS-FSC-INDIZIO NOT = 'N'
                   DISPLAY "*** Indizi di residenza estera ("
                           WS-FSC-INDIZIO ") ***"
               END-IF
           END-IF

           DISPLAY "Acquisire una nuova autocertificazione? (S/N): "
                   WITH NO ADVANCING
           ACCEPT WS-RISPOSTA
           IF WS-RISPOSTA NOT = 'S' AND WS-RISPOSTA NOT = 's'
               EXIT PARAGRAPH
           END-IF

           PERFORM ACQUISISCI-AUTOCERT-FISCALE

           IF WS-ESITO = "OK"
               EXEC SQL
                   COMMIT
               END-EXEC
               DISPLAY "Autocertificazione registrata"
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
           END-IF.

      * All'apertura del conto e all'aggiunta di un cointestatario:
      * acquisisce l'autocertificazione del cliente in WS-FSC-CLIENTE
      * se non ancora presente
       CONTROLLA-AUTOCERT-FISCALE.
           MOVE 'N' TO WS-FSC-AUTOCERT

           EXEC SQL
               SELECT COALESCE(autocert_fiscale, 'N')
               INTO :WS-FSC-AUTOCERT
               FROM CLIENTI
               WHERE codice_cliente = :WS-FSC-CLIENTE
           END-EXEC

           IF WS-FSC-AUTOCERT = 'S'
               DISPLAY "Autocertificazione fiscale del cliente "
                       WS-FSC-CLIENTE " gia' acquisita"
           ELSE
               DISPLAY "Autocertificazione fiscale del cliente "
                       WS-FSC-CLIENTE
               PERFORM ACQUISISCI-AUTOCERT-FISCALE
           END-IF.

      * Residenze fiscali con il codice identificativo fiscale di
      * ciascun paese e indicatore di cittadino o residente USA; in
      * assenza di paesi dichiarati la residenza e' l'Italia con il
      * codice fiscale dell'anagrafica
       ACQUISISCI-AUTOCERT-FISCALE.
           MOVE "OK" TO WS-ESITO

           DISPLAY "Cittadino o residente fiscale USA (S/N): "
                   WITH NO ADVANCING
           ACCEPT WS-FSC-US-PERSON
           IF WS-FSC-US-PERSON = 's'
               MOVE 'S' TO WS-FSC-US-PERSON
           END-IF
           IF WS-FSC-US-PERSON NOT = 'S'
               MOVE 'N' TO WS-FSC-US-PERSON
           END-IF

           EXEC SQL
               DELETE FROM RESIDENZE_FISCALI
               WHERE codice_cliente = :WS-FSC-CLIENTE
           END-EXEC

           MOVE ZERO TO WS-FSC-NUM-PAESI
           MOVE ZERO TO WS-FSC-NUM-USA
           MOVE "XX" TO WS-FSC-PAESE
           PERFORM UNTIL WS-FSC-PAESE = SPACES
               MOVE SPACES TO WS-FSC-PAESE
               DISPLAY "Paese di residenza fiscale (sigla ISO, "
                       "invio = fine): " WITH NO ADVANCING
               ACCEPT WS-FSC-PAESE
               IF WS-FSC-PAESE NOT = SPACES
                   MOVE SPACES TO WS-FSC-TIN
                   DISPLAY "Codice identificativo fiscale (TIN): "
                           WITH NO ADVANCING
                   ACCEPT WS-FSC-TIN
                   MOVE "OK" TO WS-VAL-ESITO
                   IF WS-FSC-PAESE = "IT" OR WS-FSC-PAESE = "it"
                       PERFORM VALIDA-TIN-ITALIA
                   END-IF
                   IF WS-VAL-ESITO = "OK"
                       PERFORM REGISTRA-RESIDENZA-FISCALE
                   END-IF
               END-IF
           END-PERFORM

      * Per il cittadino o residente USA serve il TIN statunitense
           IF WS-FSC-US-PERSON = 'S' AND WS-FSC-NUM-USA = 0
               MOVE "US" TO WS-FSC-PAESE
               MOVE SPACES TO WS-FSC-TIN
               DISPLAY "TIN statunitense: " WITH NO ADVANCING
               ACCEPT WS-FSC-TIN
               PERFORM REGISTRA-RESIDENZA-FISCALE
           END-IF

           IF WS-FSC-NUM-PAESI = 0
               EXEC SQL
                   INSERT INTO RESIDENZE_FISCALI
                   (codice_cliente, paese, tin, data_registrazione)
                   SELECT codice_cliente, 'IT', codice_fiscale,
                          CURRENT_DATE
                   FROM CLIENTI
                   WHERE codice_cliente = :WS-FSC-CLIENTE
               END-EXEC
               DISPLAY "Residenza fiscale: IT"
           END-IF

           MOVE "CLIENTI" TO WS-AUD-TABELLA
           MOVE WS-FSC-CLIENTE TO WS-AUD-CHIAVE
           PERFORM AUDIT-PRIMA

           EXEC SQL
               UPDATE CLIENTI
               SET autocert_fiscale = 'S',
                   data_autocert = CURRENT_DATE,
                   us_person = :WS-FSC-US-PERSON,
                   indizi_fiscali = 'N'
               WHERE codice_cliente = :WS-FSC-CLIENTE
           END-EXEC

           IF SQLCODE = 0
               PERFORM AUDIT-DOPO
           ELSE
               DISPLAY "Errore autocertificazione fiscale: " SQLCODE
               MOVE "KO" TO WS-ESITO
           END-IF.

      * Per la residenza italiana il TIN e' il codice fiscale:
      * verificato con la routine comune e registrato normalizzato
       VALIDA-TIN-ITALIA.
           MOVE "CF" TO WS-VAL-TIPO
           MOVE WS-FSC-TIN TO WS-VAL-VALORE
           MOVE SPACES TO WS-VAL-DATA-NASCITA
           MOVE SPACE TO WS-VAL-SESSO
           CALL "VALIDA-CODICI" USING WS-VAL-PARAMETRI

           IF WS-VAL-ESITO = "OK"
               MOVE WS-VAL-NORMALIZZATO TO WS-FSC-TIN
           ELSE
               DISPLAY "Codice fiscale non valido: " WS-VAL-MOTIVO
               DISPLAY "Residenza fiscale IT non registrata"
           END-IF.

       REGISTRA-RESIDENZA-FISCALE.
           EXEC SQL
               INSERT INTO RESIDENZE_FISCALI
               (codice_cliente, paese, tin, data_registrazione)
               VALUES
               (:WS-FSC-CLIENTE, UPPER(:WS-FSC-PAESE),
                NULLIF(:WS-FSC-TIN, SPACES), CURRENT_DATE)
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO WS-FSC-NUM-PAESI
               IF WS-FSC-PAESE = "US" OR WS-FSC-PAESE = "us"
                   ADD 1 TO WS-FSC-NUM-USA
                   MOVE 'S' TO WS-FSC-US-PERSON
               END-IF
           ELSE
               DISPLAY "Residenza non registrata (paese gia' "
                       "indicato?): " SQLCODE
           END-IF.

      ******************************************************************
      * Verifica periodica degli indizi di residenza fiscale estera
      * sui clienti privi di autocertificazione: i clienti vengono
      * marcati e l'elenco per la richiesta dell'autocertificazione
      * va su INDIZI-FISCALI-<data>.TXT
      ******************************************************************
       VERIFICA-INDIZI-FISCALI.
           DISPLAY " "
           DISPLAY "=== VERIFICA INDIZI FATCA/CRS ==="

           MOVE SPACES TO WS-NOME-FILE-FISCALE
           STRING "INDIZI-FISCALI-" FUNCTION CURRENT-DATE(1:8) ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-FISCALE

           MOVE ZERO TO WS-CONTA-INDIZI

           OPEN OUTPUT FISCALE-FILE

           WRITE FISCALE-RECORD FROM
               "CLIENTI CON INDIZI DI RESIDENZA FISCALE ESTERA SENZA "
               & "AUTOCERTIFICAZIONE"
           MOVE ALL "=" TO FISCALE-RECORD
           WRITE FISCALE-RECORD
           WRITE FISCALE-RECORD FROM
               "CLIENTE  INTESTATARIO                    "
               & "TELEFONO         INDIZIO"
           MOVE ALL "-" TO FISCALE-RECORD
           WRITE FISCALE-RECORD

           EXEC SQL
               OPEN CUR-INDIZI-FISCALI
           END-EXEC

           MOVE 'N' TO WS-FINE-FISCALE
           PERFORM UNTIL WS-FINE-FISCALE = 'S'
               EXEC SQL
                   FETCH CUR-INDIZI-FISCALI
                   INTO :WS-FSC-CLIENTE, :WS-CLI-NOME,
                        :WS-CLI-COGNOME, :WS-FSC-TELEFONO,
                        :WS-FSC-INDIZIO
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'S' TO WS-FINE-FISCALE
               ELSE
                   ADD 1 TO WS-CONTA-INDIZI

                   MOVE "CLIENTI" TO WS-AUD-TABELLA
                   MOVE WS-FSC-CLIENTE TO WS-AUD-CHIAVE
                   PERFORM AUDIT-PRIMA

                   EXEC SQL
                       UPDATE CLIENTI
                       SET indizi_fiscali = :WS-FSC-INDIZIO
                       WHERE codice_cliente = :WS-FSC-CLIENTE
                   END-EXEC

                   PERFORM AUDIT-DOPO

                   MOVE SPACES TO FISCALE-RECORD
                   IF WS-FSC-INDIZIO = 'F'
                       STRING WS-FSC-CLIENTE " "
                              WS-CLI-COGNOME(1:16) " "
                              WS-CLI-NOME(1:14) " "
                              WS-FSC-TELEFONO "  USA (FATCA)"
                              DELIMITED BY SIZE INTO FISCALE-RECORD
                   ELSE
                       STRING WS-FSC-CLIENTE " "
                              WS-CLI-COGNOME(1:16) " "
                              WS-CLI-NOME(1:14) " "
                              WS-FSC-TELEFONO "  ESTERO (CRS)"
                              DELIMITED BY SIZE INTO FISCALE-RECORD
                   END-IF
                   WRITE FISCALE-RECORD
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-INDIZI-FISCALI
           END-EXEC

           MOVE SPACES TO FISCALE-RECORD
           WRITE FISCALE-RECORD
           MOVE SPACES TO FISCALE-RECORD
           STRING "Clienti da documentare: " WS-CONTA-INDIZI
                  DELIMITED BY SIZE INTO FISCALE-RECORD
           WRITE FISCALE-RECORD

           CLOSE FISCALE-FILE

           EXEC SQL
               COMMIT
           END-EXEC

           DISPLAY "Clienti con indizi da documentare: "
                   WS-CONTA-INDIZI
           DISPLAY "Elenco salvato in " WS-NOME-FILE-FISCALE.

      ******************************************************************
      * Segnalazione annuale FATCA/CRS: per ogni cliente da segnalare
      * i paesi di residenza con il TIN e i conti intestati con il
      * saldo di fine anno e gli interessi lordi dell'anno (da
      * RITENUTE_INTERESSI), su FATCA-CRS-<anno>.TXT
      ******************************************************************
       SEGNALAZIONE-FATCA-CRS.
           DISPLAY " "
           DISPLAY "=== SEGNALAZIONE ANNUALE FATCA/CRS ==="

           IF WS-MODO-BATCH = 'S'
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-FSC-ANNO
               SUBTRACT 1 FROM WS-FSC-ANNO
           ELSE
               DISPLAY "Anno (AAAA): " WITH NO ADVANCING
               ACCEPT WS-FSC-ANNO
           END-IF

           MOVE SPACES TO WS-FSC-INIZIO-ANNO
           STRING WS-FSC-ANNO "-01-01"
                  DELIMITED BY SIZE INTO WS-FSC-INIZIO-ANNO
           MOVE SPACES TO WS-FSC-FINE-ANNO
           STRING WS-FSC-ANNO "-12-31"
                  DELIMITED BY SIZE INTO WS-FSC-FINE-ANNO

           MOVE SPACES TO WS-NOME-FILE-FISCALE
           STRING "FATCA-CRS-" WS-FSC-ANNO ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-FISCALE

           MOVE ZERO TO WS-CONTA-FSC-CLIENTI
           MOVE ZERO TO WS-CONTA-FSC-CONTI
           MOVE ZERO TO WS-FSC-TOT-SALDO
           MOVE ZERO TO WS-FSC-TOT-INTERESSI

           OPEN OUTPUT FISCALE-FILE

           MOVE SPACES TO FISCALE-RECORD
           STRING "SEGNALAZIONE FATCA/CRS - ANNO " WS-FSC-ANNO
                  DELIMITED BY SIZE INTO FISCALE-RECORD
           WRITE FISCALE-RECORD
           MOVE ALL "=" TO FISCALE-RECORD
           WRITE FISCALE-RECORD

           EXEC SQL
               OPEN CUR-CLIENTI-FATCA-CRS
           END-EXEC

           MOVE 'N' TO WS-FINE-FISCALE
           PERFORM UNTIL WS-FINE-FISCALE = 'S'
               EXEC SQL
                   FETCH CUR-CLIENTI-FATCA-CRS
                   INTO :WS-FSC-CLIENTE, :WS-CLI-NOME,
                        :WS-CLI-COGNOME, :WS-FSC-CF,
                        :WS-FSC-REGIME
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'S' TO WS-FINE-FISCALE
               ELSE
                   ADD 1 TO WS-CONTA-FSC-CLIENTI
                   PERFORM SCRIVI-CLIENTE-FATCA-CRS
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-CLIENTI-FATCA-CRS
           END-EXEC

           MOVE ALL "=" TO FISCALE-RECORD
           WRITE FISCALE-RECORD
           MOVE SPACES TO FISCALE-RECORD
           STRING "Clienti segnalati: " WS-CONTA-FSC-CLIENTI
                  "  conti: " WS-CONTA-FSC-CONTI
                  DELIMITED BY SIZE INTO FISCALE-RECORD
           WRITE FISCALE-RECORD
           MOVE SPACES TO FISCALE-RECORD
           MOVE WS-FSC-TOT-SALDO TO WS-SALDO-EDIT
           STRING "Totale saldi di fine anno:  EUR " WS-SALDO-EDIT
                  DELIMITED BY SIZE INTO FISCALE-RECORD
           WRITE FISCALE-RECORD
           MOVE SPACES TO FISCALE-RECORD
           MOVE WS-FSC-TOT-INTERESSI TO WS-SALDO-EDIT
           STRING "Totale interessi lordi:     EUR " WS-SALDO-EDIT
                  DELIMITED BY SIZE INTO FISCALE-RECORD
           WRITE FISCALE-RECORD

           CLOSE FISCALE-FILE

           DISPLAY "Clienti segnalati: " WS-CONTA-FSC-CLIENTI
           DISPLAY "Conti segnalati:   " WS-CONTA-FSC-CONTI
           DISPLAY "Segnalazione salvata in " WS-NOME-FILE-FISCALE.

      * Blocco del cliente nella segnalazione: anagrafica, regime,
      * residenze fiscali e conti
       SCRIVI-CLIENTE-FATCA-CRS.
           MOVE SPACES TO FISCALE-RECORD
           WRITE FISCALE-RECORD
           MOVE SPACES TO FISCALE-RECORD
           EVALUATE WS-FSC-REGIME
               WHEN 'F'
                   STRING "CLIENTE " WS-FSC-CLIENTE " "
                          WS-CLI-COGNOME(1:25) " "
                          WS-CLI-NOME(1:20) " CF " WS-FSC-CF
                          "  FATCA"
                          DELIMITED BY SIZE INTO FISCALE-RECORD
               WHEN 'C'
                   STRING "CLIENTE " WS-FSC-CLIENTE " "
                          WS-CLI-COGNOME(1:25) " "
                          WS-CLI-NOME(1:20) " CF " WS-FSC-CF
                          "  CRS"
                          DELIMITED BY SIZE INTO FISCALE-RECORD
               WHEN OTHER
                   STRING "CLIENTE " WS-FSC-CLIENTE " "
                          WS-CLI-COGNOME(1:25) " "
                          WS-CLI-NOME(1:20) " CF " WS-FSC-CF
                          "  INDIZI NON DOCUMENTATI"
                          DELIMITED BY SIZE INTO FISCALE-RECORD
           END-EVALUATE
           WRITE FISCALE-RECORD

           EXEC SQL
               OPEN CUR-RESIDENZE-FISCALI
           END-EXEC

           MOVE 'N' TO WS-FINE-CONTI-FSC
           PERFORM UNTIL WS-FINE-CONTI-FSC = 'S'
               EXEC SQL
                   FETCH CUR-RESIDENZE-FISCALI
                   INTO :WS-FSC-PAESE, :WS-FSC-TIN
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'S' TO WS-FINE-CONTI-FSC
               ELSE
                   MOVE SPACES TO FISCALE-RECORD
                   STRING "  RESIDENZA FISCALE " WS-FSC-PAESE
                          "  TIN " WS-FSC-TIN
                          DELIMITED BY SIZE INTO FISCALE-RECORD
                   WRITE FISCALE-RECORD
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-RESIDENZE-FISCALI
           END-EXEC

           EXEC SQL
               OPEN CUR-CONTI-FATCA-CRS
           END-EXEC

           MOVE 'N' TO WS-FINE-CONTI-FSC
           PERFORM UNTIL WS-FINE-CONTI-FSC = 'S'
               EXEC SQL
                   FETCH CUR-CONTI-FATCA-CRS
                   INTO :WS-FSC-CONTO, :WS-FSC-SALDO,
                        :WS-FSC-INTERESSI, :WS-FSC-CHIUSO
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'S' TO WS-FINE-CONTI-FSC
               ELSE
                   ADD 1 TO WS-CONTA-FSC-CONTI
                   ADD WS-FSC-SALDO TO WS-FSC-TOT-SALDO
                   ADD WS-FSC-INTERESSI TO WS-FSC-TOT-INTERESSI

                   MOVE SPACES TO FISCALE-RECORD
                   MOVE WS-FSC-SALDO TO WS-SALDO-EDIT
                   MOVE WS-FSC-INTERESSI TO WS-FSC-INTERESSI-EDIT
                   IF WS-FSC-CHIUSO = 'C'
                       STRING "  CONTO " WS-FSC-CONTO
                              "  SALDO 31/12 " WS-SALDO-EDIT
                              "  INTERESSI LORDI "
                              WS-FSC-INTERESSI-EDIT "  CHIUSO"
                              DELIMITED BY SIZE INTO FISCALE-RECORD
                   ELSE
                       STRING "  CONTO " WS-FSC-CONTO
                              "  SALDO 31/12 " WS-SALDO-EDIT
                              "  INTERESSI LORDI "
                              WS-FSC-INTERESSI-EDIT
                              DELIMITED BY SIZE INTO FISCALE-RECORD
                   END-IF
                   WRITE FISCALE-RECORD
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-CONTI-FATCA-CRS
           END-EXEC.

      ******************************************************************
      * Centrale dei Rischi: segnalazione mensile di accordato e
      * utilizzato per soggetto, variazioni sul mese precedente da
      * controllare, conferma dell'invio e storico per cliente
      ******************************************************************
       GESTIONE-CENTRALE-RISCHI.
           DISPLAY " "
           DISPLAY "=== CENTRALE DEI RISCHI ==="
           DISPLAY " "
           DISPLAY "1. Prepara la segnalazione mensile"
           DISPLAY "2. Variazioni sul mese precedente"
           DISPLAY "3. Conferma invio della segnalazione"
           DISPLAY "4. Storico segnalazioni di un cliente"
           DISPLAY " "
           DISPLAY "Scelta: " WITH NO ADVANCING
           ACCEPT WS-SCELTA

           EVALUATE WS-SCELTA
               WHEN 1
                   PERFORM CONTROLLA-RUOLO-CAPO
                   IF WS-ESITO = "OK"
                       PERFORM SEGNALAZIONE-CENTRALE-RISCHI
                   END-IF
               WHEN 2
                   PERFORM DETERMINA-MESE-CR
                   IF WS-ESITO = "OK"
                       PERFORM VARIAZIONI-CENTRALE-RISCHI
                   END-IF
               WHEN 3
                   PERFORM CONTROLLA-RUOLO-CAPO
                   IF WS-ESITO = "OK"
                       PERFORM CONFERMA-INVIO-CR
                   END-IF
               WHEN 4
                   PERFORM STORICO-CENTRALE-RISCHI
               WHEN OTHER
                   DISPLAY "Scelta non valida!"
           END-EVALUATE.

      * Mese di riferimento (in batch il mese precedente), primo e
      * ultimo giorno e mese precedente; il mese deve essere chiuso
       DETERMINA-MESE-CR.
           MOVE "OK" TO WS-ESITO
           MOVE SPACES TO WS-CR-MESE

           IF WS-MODO-BATCH NOT = 'S'
               DISPLAY "Mese di riferimento (AAAA-MM, "
                       "invio = mese precedente): "
                       WITH NO ADVANCING
               ACCEPT WS-CR-MESE
           END-IF

           IF WS-CR-MESE = SPACES
               EXEC SQL
                   SELECT TO_CHAR(CURRENT_DATE
                                  - INTERVAL '1 month', 'YYYY-MM')
                   INTO :WS-CR-MESE
               END-EXEC
           END-IF

           MOVE SPACES TO WS-CR-INIZIO-MESE
           STRING WS-CR-MESE "-01"
                  DELIMITED BY SIZE INTO WS-CR-INIZIO-MESE

           EXEC SQL
               SELECT TO_CHAR(CAST(:WS-CR-INIZIO-MESE AS DATE)
                              + INTERVAL '1 month'
                              - INTERVAL '1 day', 'YYYY-MM-DD'),
                      TO_CHAR(CAST(:WS-CR-INIZIO-MESE AS DATE)
                              - INTERVAL '1 month', 'YYYY-MM')
               INTO :WS-CR-FINE-MESE, :WS-CR-MESE-PREC
               WHERE CAST(:WS-CR-INIZIO-MESE AS DATE)
                     + INTERVAL '1 month' <= CURRENT_DATE
           END-EXEC

           IF SQLCODE = 100
               DISPLAY "Il mese " WS-CR-MESE " non e' ancora chiuso!"
               MOVE "KO" TO WS-ESITO
           ELSE IF SQLCODE NOT = 0
               DISPLAY "Mese non valido: " WS-CR-MESE
               MOVE "KO" TO WS-ESITO
           END-IF.

      ******************************************************************
      * Segnalazione mensile alla Centrale dei Rischi: rileva a fine
      * mese i rapporti di conto (fido accordato, utilizzo e
      * sconfinamento) e di finanziamento (capitale residuo e rate
      * scadute), li aggrega per soggetto e categoria, segnala i
      * soggetti oltre la soglia di censimento o a sofferenza sul
      * flusso CENTRALE-RISCHI-<mese>.TXT e prepara l'elenco delle
      * variazioni per l'ufficio crediti. Una segnalazione non
      * ancora inviata viene rigenerata.
      ******************************************************************
       SEGNALAZIONE-CENTRALE-RISCHI.
           DISPLAY " "
           DISPLAY "=== SEGNALAZIONE MENSILE CENTRALE DEI RISCHI ==="

           PERFORM DETERMINA-MESE-CR
           IF WS-ESITO NOT = "OK"
               EXIT PARAGRAPH
           END-IF

           PERFORM CARICA-CODICE-ABI
           IF WS-ESITO NOT = "OK"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO WS-CR-STATO
           EXEC SQL
               SELECT stato
               INTO :WS-CR-STATO
               FROM CR_SEGNALAZIONI
               WHERE mese = :WS-CR-MESE
           END-EXEC

           IF WS-CR-STATO = 'I'
               DISPLAY "Segnalazione del mese " WS-CR-MESE
                       " gia' inviata!"
               EXIT PARAGRAPH
           END-IF

           PERFORM ESTRAI-RAPPORTI-CR
           IF WS-ESITO NOT = "OK"
               EXEC SQL
                   ROLLBACK
               END-EXEC
               EXIT PARAGRAPH
           END-IF

           PERFORM SCRIVI-FLUSSO-CR

           EXEC SQL
               COMMIT
           END-EXEC

           DISPLAY "Segnalazione del mese " WS-CR-MESE " preparata"
           DISPLAY "Soggetti segnalati: " WS-CONTA-CR-SOGGETTI
           DISPLAY "Flusso salvato in " WS-NOME-FILE-CR

           PERFORM VARIAZIONI-CENTRALE-RISCHI.

      * Rapporti a fine mese e soggetti da segnalare; la
      * cointestazione e' un soggetto a se', identificato dai codici
      * degli intestatari, e la posizione a sofferenza passa nella
      * categoria delle sofferenze
       ESTRAI-RAPPORTI-CR.
           MOVE "OK" TO WS-ESITO

           EXEC SQL
               DELETE FROM CR_SEGNALATI
               WHERE mese = :WS-CR-MESE
           END-EXEC
           PERFORM CONTROLLA-SQL-CR

           EXEC SQL
               DELETE FROM CR_RAPPORTI
               WHERE mese = :WS-CR-MESE
           END-EXEC
           PERFORM CONTROLLA-SQL-CR

           EXEC SQL
               DELETE FROM CR_SEGNALAZIONI
               WHERE mese = :WS-CR-MESE
           END-EXEC
           PERFORM CONTROLLA-SQL-CR

      * Conti con fido o utilizzati: saldo a fine mese dal saldo
      * attuale stornando i movimenti successivi; giorni di
      * sconfinamento dal primo rilevamento della posizione
           EXEC SQL
               INSERT INTO CR_RAPPORTI
               (mese, soggetto, tipo_soggetto, categoria,
                tipo_rapporto, riferimento, numero_conto, accordato,
                utilizzato, sconfino, giorni_scaduto,
                importo_scaduto, classe)
               SELECT :WS-CR-MESE, x.soggetto, x.tipo_soggetto,
                      CASE WHEN x.classe = 'F' THEN 'F'
                           ELSE 'R' END,
                      'C', x.numero_conto, x.numero_conto, x.fido,
                      GREATEST(0 - x.saldo, 0),
                      GREATEST(0 - x.saldo - x.fido, 0),
                      CASE WHEN 0 - x.saldo > x.fido
                           AND x.data_inizio_scaduto IS NOT NULL
                           THEN GREATEST(CAST(:WS-CR-FINE-MESE
                                              AS DATE)
                                         - x.data_inizio_scaduto, 0)
                           ELSE 0 END,
                      0, x.classe
               FROM (SELECT c.numero_conto,
                            COALESCE(c.fido, 0) AS fido,
                            c.saldo - COALESCE((SELECT
                                SUM(CASE WHEN COALESCE(m.segno,
                                    CASE WHEN m.tipo_movimento
                                         IN ('D', 'I', 'M')
                                         THEN '+' ELSE '-' END) = '-'
                                    THEN 0 - m.importo
                                    ELSE m.importo END)
                                FROM MOVIMENTI m
                                WHERE m.numero_conto = c.numero_conto
                                AND DATE(m.data_movimento) >
                                    CAST(:WS-CR-FINE-MESE AS DATE)),
                                0) AS saldo,
                            COALESCE((SELECT STRING_AGG(
                                          ci.codice_cliente, '+'
                                          ORDER BY ci.codice_cliente)
                                      FROM CONTO_INTESTATARI ci
                                      WHERE ci.numero_conto =
                                            c.numero_conto),
                                     c.codice_cliente) AS soggetto,
                            CASE WHEN (SELECT COUNT(*)
                                       FROM CONTO_INTESTATARI ci
                                       WHERE ci.numero_conto =
                                             c.numero_conto) > 1
                                 THEN 'G' ELSE 'S' END
                                 AS tipo_soggetto,
                            COALESCE(p.classe, 'B') AS classe,
                            p.data_inizio_scaduto
                     FROM CONTI c
                     LEFT JOIN POSIZIONI_CREDITO p
                            ON p.tipo_posizione = 'C'
                           AND p.riferimento = c.numero_conto
                     WHERE c.data_apertura <=
                           CAST(:WS-CR-FINE-MESE AS DATE)
                     AND (c.stato <> 'C'
                          OR c.data_chiusura >
                             CAST(:WS-CR-FINE-MESE AS DATE))) x
               WHERE x.fido > 0 OR x.saldo < 0
           END-EXEC
           PERFORM CONTROLLA-SQL-CR

      * Finanziamenti: capitale residuo a fine mese e rate scadute
      * a fine mese non pagate entro tale data, alla scadenza
      * originaria di ciascuna rata
           EXEC SQL
               INSERT INTO CR_RAPPORTI
               (mese, soggetto, tipo_soggetto, categoria,
                tipo_rapporto, riferimento, numero_conto, accordato,
                utilizzato, sconfino, giorni_scaduto,
                importo_scaduto, classe)
               SELECT :WS-CR-MESE, x.soggetto, x.tipo_soggetto,
                      CASE WHEN x.classe = 'F' THEN 'F'
                           ELSE 'T' END,
                      'F', x.riferimento, x.numero_conto,
                      x.residuo, x.residuo, 0,
                      COALESCE(CAST(:WS-CR-FINE-MESE AS DATE)
                               - x.prima_scadenza, 0),
                      x.scaduto, x.classe
               FROM (SELECT LPAD(CAST(f.id_finanziamento
                                      AS VARCHAR(9)), 9, '0')
                                 AS riferimento,
                            f.numero_conto,
                            GREATEST(f.importo - COALESCE((SELECT
                                SUM(rf.quota_capitale)
                                FROM RATE_FINANZIAMENTO rf
                                WHERE rf.id_finanziamento =
                                      f.id_finanziamento
                                AND rf.stato = 'P'
                                AND rf.data_pagamento <=
                                    CAST(:WS-CR-FINE-MESE AS DATE)),
                                0), 0) AS residuo,
                            COALESCE((SELECT SUM(rf.importo_rata)
                                FROM RATE_FINANZIAMENTO rf
                                WHERE rf.id_finanziamento =
                                      f.id_finanziamento
                                AND CAST(f.data_erogazione
                                    + rf.numero_rata
                                    * INTERVAL '1 month' AS DATE) <=
                                    CAST(:WS-CR-FINE-MESE AS DATE)
                                AND (rf.stato = 'A'
                                     OR (rf.stato = 'P'
                                         AND rf.data_pagamento >
                                    CAST(:WS-CR-FINE-MESE AS DATE)))),
                                0) AS scaduto,
                            (SELECT MIN(CAST(f.data_erogazione
                                    + rf.numero_rata
                                    * INTERVAL '1 month' AS DATE))
                                FROM RATE_FINANZIAMENTO rf
                                WHERE rf.id_finanziamento =
                                      f.id_finanziamento
                                AND CAST(f.data_erogazione
                                    + rf.numero_rata
                                    * INTERVAL '1 month' AS DATE) <=
                                    CAST(:WS-CR-FINE-MESE AS DATE)
                                AND (rf.stato = 'A'
                                     OR (rf.stato = 'P'
                                         AND rf.data_pagamento >
                                    CAST(:WS-CR-FINE-MESE AS DATE))))
                                AS prima_scadenza,
                            COALESCE((SELECT STRING_AGG(
                                          ci.codice_cliente, '+'
                                          ORDER BY ci.codice_cliente)
                                      FROM CONTO_INTESTATARI ci
                                      WHERE ci.numero_conto =
                                            f.numero_conto),
                                     c.codice_cliente) AS soggetto,
                            CASE WHEN (SELECT COUNT(*)
                                       FROM CONTO_INTESTATARI ci
                                       WHERE ci.numero_conto =
                                             f.numero_conto) > 1
                                 THEN 'G' ELSE 'S' END
                                 AS tipo_soggetto,
                            COALESCE(p.classe, 'B') AS classe
                     FROM FINANZIAMENTI f
                     JOIN CONTI c ON c.numero_conto = f.numero_conto
                     LEFT JOIN POSIZIONI_CREDITO p
                            ON p.tipo_posizione = 'F'
                           AND TRIM(p.riferimento) =
                               LPAD(CAST(f.id_finanziamento
                                         AS VARCHAR(9)), 9, '0')
                     WHERE f.data_erogazione <=
                           CAST(:WS-CR-FINE-MESE AS DATE)
                     AND (f.stato <> 'E'
                          OR f.data_estinzione >
                             CAST(:WS-CR-FINE-MESE AS DATE))) x
               WHERE x.residuo > 0 OR x.scaduto > 0
           END-EXEC
           PERFORM CONTROLLA-SQL-CR

      * Soggetti oltre la soglia di censimento su accordato o
      * utilizzato, o con una posizione a sofferenza: storico per
      * soggetto e categoria con la classe peggiore
           EXEC SQL
               INSERT INTO CR_SEGNALATI
               (mese, soggetto, tipo_soggetto, categoria, accordato,
                utilizzato, sconfino, giorni_scaduto,
                importo_scaduto, classe)
               SELECT r.mese, r.soggetto, MAX(r.tipo_soggetto),
                      r.categoria, SUM(r.accordato),
                      SUM(r.utilizzato), SUM(r.sconfino),
                      MAX(r.giorni_scaduto), SUM(r.importo_scaduto),
                      CASE MAX(CASE r.classe WHEN 'F' THEN 4
                                   WHEN 'U' THEN 3 WHEN 'D' THEN 2
                                   WHEN 'S' THEN 1 ELSE 0 END)
                           WHEN 4 THEN 'F' WHEN 3 THEN 'U'
                           WHEN 2 THEN 'D' WHEN 1 THEN 'S'
                           ELSE 'B' END
               FROM CR_RAPPORTI r
               WHERE r.mese = :WS-CR-MESE
               AND r.soggetto IN
                   (SELECT t.soggetto
                    FROM CR_RAPPORTI t
                    WHERE t.mese = :WS-CR-MESE
                    GROUP BY t.soggetto
                    HAVING SUM(t.accordato) >= :WS-CR-SOGLIA
                    OR SUM(t.utilizzato) >= :WS-CR-SOGLIA
                    OR MAX(CASE WHEN t.classe = 'F'
                                THEN 1 ELSE 0 END) = 1)
               GROUP BY r.mese, r.soggetto, r.categoria
           END-EXEC
           PERFORM CONTROLLA-SQL-CR

           MOVE ZERO TO WS-CONTA-CR-SOGGETTI
           EXEC SQL
               SELECT COUNT(DISTINCT soggetto)
               INTO :WS-CONTA-CR-SOGGETTI
               FROM CR_SEGNALATI
               WHERE mese = :WS-CR-MESE
           END-EXEC
           PERFORM CONTROLLA-SQL-CR

           MOVE SPACES TO WS-NOME-FILE-CR
           STRING "CENTRALE-RISCHI-" WS-CR-MESE(1:4)
                  WS-CR-MESE(6:2) ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-CR

           EXEC SQL
               INSERT INTO CR_SEGNALAZIONI
               (mese, data_preparazione, stato, nome_file,
                numero_soggetti, operatore)
               VALUES
               (:WS-CR-MESE, CURRENT_DATE, 'P', :WS-NOME-FILE-CR,
                :WS-CONTA-CR-SOGGETTI, :WS-UTE-CODICE)
           END-EXEC
           PERFORM CONTROLLA-SQL-CR.

       CONTROLLA-SQL-CR.
           IF SQLCODE < 0
               DISPLAY "Errore segnalazione Centrale dei Rischi: "
                       SQLCODE
               MOVE "KO" TO WS-ESITO
           END-IF.

      * Codice ABI della banca segnalante dai parametri dell'istituto
       CARICA-CODICE-ABI.
           MOVE SPACES TO WS-CR-CODICE-ABI
           EXEC SQL
               SELECT valore
               INTO :WS-CR-CODICE-ABI
               FROM PARAMETRI_ISTITUTO
               WHERE parametro = 'CODICE-ABI'
           END-EXEC

           IF SQLCODE NOT = 0
              OR WS-CR-CODICE-ABI IS NOT NUMERIC
              OR WS-CR-CODICE-ABI = "00000"
               DISPLAY "Codice ABI non configurato o non valido"
               MOVE "KO" TO WS-ESITO
           END-IF.

      * Flusso a tracciato fisso: testa, un dettaglio per soggetto
      * e categoria, coda con contatori e totali
       SCRIVI-FLUSSO-CR.
           MOVE ZERO TO WS-CONTA-CR-RECORD
           MOVE ZERO TO WS-CR-TOT-ACCORDATO
           MOVE ZERO TO WS-CR-TOT-UTILIZZATO

           OPEN OUTPUT CR-FILE

           MOVE WS-CR-CODICE-ABI TO CRT-CODICE-ABI
           MOVE WS-CR-MESE(1:4) TO CRT-MESE(1:4)
           MOVE WS-CR-MESE(6:2) TO CRT-MESE(5:2)
           MOVE FUNCTION CURRENT-DATE(1:8) TO CRT-DATA-CREAZIONE
           MOVE WS-CR-REC-TESTA TO CR-RECORD
           WRITE CR-RECORD
           ADD 1 TO WS-CONTA-CR-RECORD

           EXEC SQL
               OPEN CUR-CR-SEGNALATI
           END-EXEC

           MOVE 'N' TO WS-FINE-CR
           PERFORM UNTIL WS-FINE-CR = 'S'
               EXEC SQL
                   FETCH CUR-CR-SEGNALATI
                   INTO :WS-CR-SOGGETTO, :WS-CR-TIPO-SOGGETTO,
                        :WS-CR-CF, :WS-CR-CATEGORIA,
                        :WS-CR-ACCORDATO, :WS-CR-UTILIZZATO,
                        :WS-CR-SCONFINO, :WS-CR-GIORNI,
                        :WS-CR-SCADUTO, :WS-CR-CLASSE
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'S' TO WS-FINE-CR
               ELSE
                   MOVE WS-CR-SOGGETTO TO CRD-SOGGETTO
                   MOVE WS-CR-TIPO-SOGGETTO TO CRD-TIPO-SOGGETTO
                   MOVE WS-CR-CF TO CRD-CODICE-FISCALE
                   MOVE WS-CR-CATEGORIA TO CRD-CATEGORIA
                   MOVE WS-CR-ACCORDATO TO CRD-ACCORDATO
                   MOVE WS-CR-UTILIZZATO TO CRD-UTILIZZATO
                   MOVE WS-CR-SCONFINO TO CRD-SCONFINO
                   MOVE WS-CR-GIORNI TO CRD-GIORNI
                   MOVE WS-CR-SCADUTO TO CRD-SCADUTO
                   MOVE WS-CR-CLASSE TO CRD-CLASSE
                   MOVE WS-CR-REC-DETTAGLIO TO CR-RECORD
                   WRITE CR-RECORD
                   ADD 1 TO WS-CONTA-CR-RECORD
                   ADD WS-CR-ACCORDATO TO WS-CR-TOT-ACCORDATO
                   ADD WS-CR-UTILIZZATO TO WS-CR-TOT-UTILIZZATO
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-CR-SEGNALATI
           END-EXEC

           ADD 1 TO WS-CONTA-CR-RECORD
           MOVE CRT-MESE TO CRC-MESE
           MOVE WS-CONTA-CR-SOGGETTI TO CRC-NUMERO-SOGGETTI
           MOVE WS-CONTA-CR-RECORD TO CRC-NUMERO-RECORD
           MOVE WS-CR-TOT-ACCORDATO TO CRC-TOT-ACCORDATO
           MOVE WS-CR-TOT-UTILIZZATO TO CRC-TOT-UTILIZZATO
           MOVE WS-CR-REC-CODA TO CR-RECORD
           WRITE CR-RECORD

           CLOSE CR-FILE

           EXEC SQL
               UPDATE CR_SEGNALAZIONI
               SET numero_record = :WS-CONTA-CR-RECORD,
                   totale_accordato = :WS-CR-TOT-ACCORDATO,
                   totale_utilizzato = :WS-CR-TOT-UTILIZZATO
               WHERE mese = :WS-CR-MESE
           END-EXEC.

      ******************************************************************
      * Elenco delle variazioni sul mese precedente che l'ufficio
      * crediti controlla prima dell'invio, su
      * VARIAZIONI-CR-<mese>.TXT
      ******************************************************************
       VARIAZIONI-CENTRALE-RISCHI.
           MOVE SPACES TO WS-NOME-FILE-CREDITO
           STRING "VARIAZIONI-CR-" WS-CR-MESE(1:4) WS-CR-MESE(6:2)
                  ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-CREDITO

           OPEN OUTPUT CREDITO-FILE

           MOVE SPACES TO CREDITO-RECORD
           STRING "CENTRALE DEI RISCHI - VARIAZIONI " WS-CR-MESE
                  " SU " WS-CR-MESE-PREC
                  DELIMITED BY SIZE INTO CREDITO-RECORD
           WRITE CREDITO-RECORD
           MOVE ALL "=" TO CREDITO-RECORD
           WRITE CREDITO-RECORD

           WRITE CREDITO-RECORD FROM
               "V SOGGETTO                  C  ACCORDATO PREC." &
               "        ACCORDATO   UTILIZZ. PREC." &
               "       UTILIZZATO CL GIORNI"
           MOVE ALL "-" TO CREDITO-RECORD
           WRITE CREDITO-RECORD

           MOVE ZERO TO WS-CONTA-CR-VARIAZIONI

           EXEC SQL
               OPEN CUR-CR-VARIAZIONI
           END-EXEC

           MOVE 'N' TO WS-FINE-CR
           PERFORM UNTIL WS-FINE-CR = 'S'
               EXEC SQL
                   FETCH CUR-CR-VARIAZIONI
                   INTO :WS-CR-SOGGETTO, :WS-CR-CATEGORIA,
                        :WS-CR-VARIAZIONE,
                        :WS-CR-ACCORDATO-PREC, :WS-CR-ACCORDATO,
                        :WS-CR-UTILIZZATO-PREC, :WS-CR-UTILIZZATO,
                        :WS-CR-CLASSE-PREC, :WS-CR-CLASSE,
                        :WS-CR-GIORNI
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'S' TO WS-FINE-CR
               ELSE
                   ADD 1 TO WS-CONTA-CR-VARIAZIONI
                   MOVE WS-CR-ACCORDATO-PREC TO WS-CR-PREC-EDIT
                   MOVE WS-CR-ACCORDATO TO WS-CR-IMPORTO-EDIT
                   MOVE WS-CR-UTILIZZATO-PREC TO WS-CR-UTIL-PREC-EDIT
                   MOVE WS-CR-UTILIZZATO TO WS-CR-UTIL-EDIT
                   MOVE WS-CR-GIORNI TO WS-CR-GIORNI-EDIT
                   MOVE SPACES TO CREDITO-RECORD
                   STRING WS-CR-VARIAZIONE " "
                          WS-CR-SOGGETTO(1:25) " "
                          WS-CR-CATEGORIA " "
                          WS-CR-PREC-EDIT " " WS-CR-IMPORTO-EDIT " "
                          WS-CR-UTIL-PREC-EDIT " " WS-CR-UTIL-EDIT " "
                          WS-CR-CLASSE-PREC WS-CR-CLASSE " "
                          WS-CR-GIORNI-EDIT
                          DELIMITED BY SIZE INTO CREDITO-RECORD
                   WRITE CREDITO-RECORD
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-CR-VARIAZIONI
           END-EXEC

           MOVE ALL "-" TO CREDITO-RECORD
           WRITE CREDITO-RECORD
           MOVE SPACES TO CREDITO-RECORD
           STRING "Variazioni da controllare: "
                  WS-CONTA-CR-VARIAZIONI
                  DELIMITED BY SIZE INTO CREDITO-RECORD
           WRITE CREDITO-RECORD

           CLOSE CREDITO-FILE

           DISPLAY "Variazioni da controllare: "
                   WS-CONTA-CR-VARIAZIONI
           DISPLAY "Elenco salvato in " WS-NOME-FILE-CREDITO.

      * Conferma dell'invio dopo il controllo delle variazioni: la
      * segnalazione inviata non si rigenera piu'
       CONFERMA-INVIO-CR.
           PERFORM DETERMINA-MESE-CR
           IF WS-ESITO NOT = "OK"
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               UPDATE CR_SEGNALAZIONI
               SET stato = 'I',
                   data_invio = CURRENT_DATE,
                   operatore_invio = :WS-UTE-CODICE
               WHERE mese = :WS-CR-MESE
               AND stato = 'P'
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   COMMIT
               END-EXEC
               DISPLAY "Segnalazione del mese " WS-CR-MESE
                       " confermata come inviata"
           ELSE IF SQLCODE = 100
               DISPLAY "Nessuna segnalazione preparata da inviare "
                       "per il mese " WS-CR-MESE
           ELSE
               DISPLAY "Errore conferma invio: " SQLCODE
               EXEC SQL
                   ROLLBACK
               END-EXEC
           END-IF.

      * Storico delle segnalazioni di un cliente
       STORICO-CENTRALE-RISCHI.
           DISPLAY "Codice cliente: " WITH NO ADVANCING
           ACCEPT WS-CR-CLIENTE

           DISPLAY " "
           DISPLAY "MESE    SOGGETTO             C       ACCORDATO"
                   "      UTILIZZATO GIORNI         SCADUTO CL ST"

           EXEC SQL
               OPEN CUR-CR-STORICO
           END-EXEC

           MOVE 'N' TO WS-FINE-CR
           PERFORM UNTIL WS-FINE-CR = 'S'
               EXEC SQL
                   FETCH CUR-CR-STORICO
                   INTO :WS-CR-MESE, :WS-CR-SOGGETTO,
                        :WS-CR-CATEGORIA, :WS-CR-ACCORDATO,
                        :WS-CR-UTILIZZATO, :WS-CR-GIORNI,
                        :WS-CR-SCADUTO, :WS-CR-CLASSE,
                        :WS-CR-STATO
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'S' TO WS-FINE-CR
               ELSE
                   MOVE WS-CR-ACCORDATO TO WS-CR-PREC-EDIT
                   MOVE WS-CR-UTILIZZATO TO WS-CR-IMPORTO-EDIT
                   MOVE WS-CR-GIORNI TO WS-CR-GIORNI-EDIT
                   MOVE WS-CR-SCADUTO TO WS-SALDO-EDIT
                   DISPLAY WS-CR-MESE " " WS-CR-SOGGETTO(1:20) " "
                           WS-CR-CATEGORIA " " WS-CR-PREC-EDIT " "
                           WS-CR-IMPORTO-EDIT " " WS-CR-GIORNI-EDIT
                           " " WS-SALDO-EDIT " " WS-CR-CLASSE " "
                           WS-CR-STATO
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-CR-STORICO
           END-EXEC.

      * Travaso dei giornali degli sportelli BANK-SYSTEM: ogni
      * archivio di giornata, per un conto di sportello, si riversa
      * una sola volta su un conto di destinazione
       GESTIONE-IMPORT-SPORTELLO.
           DISPLAY " "
           DISPLAY "=== GIORNALI DI SPORTELLO BANK-SYSTEM ==="
           DISPLAY " "
           DISPLAY "1. Importa archivio di giornata"
           DISPLAY "2. Elenco archivi importati"
           DISPLAY " "
           DISPLAY "Scelta: " WITH NO ADVANCING
           ACCEPT WS-SCELTA

           EVALUATE WS-SCELTA
               WHEN 1
                   PERFORM CONTROLLA-RUOLO-CAPO
                   IF WS-ESITO = "OK"
                       PERFORM IMPORTA-GIORNALE-SPORTELLO
                   END-IF
               WHEN 2
                   PERFORM ELENCO-IMPORT-SPORTELLO
               WHEN OTHER
                   DISPLAY "Scelta non valida!"
           END-EVALUATE.

      * Prima passata di controllo sull'archivio senza scrivere
      * nulla, confronto del saldo di apertura con il conto,
      * seconda passata di registrazione e confronto del saldo di
      * chiusura; il travaso resta registrato con il suo esito
       IMPORTA-GIORNALE-SPORTELLO.
           INITIALIZE WS-SPO-DATI

           DISPLAY "Data dell'archivio (AAAA-MM-GG): "
                   WITH NO ADVANCING
           ACCEPT WS-SPO-DATA-ARCHIVIO
           IF WS-SPO-DATA-ARCHIVIO(5:1) NOT = "-"
              OR WS-SPO-DATA-ARCHIVIO(8:1) NOT = "-"
               DISPLAY "Data non valida!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Conto BANK-SYSTEM (invio = "
                   WS-SPO-CONTO-INIZIALE "): " WITH NO ADVANCING
           ACCEPT WS-SPO-CONTO-SPORTELLO
           IF WS-SPO-CONTO-SPORTELLO = SPACES
               MOVE WS-SPO-CONTO-INIZIALE TO WS-SPO-CONTO-SPORTELLO
           END-IF

           DISPLAY "Conto di destinazione: " WITH NO ADVANCING
           ACCEPT WS-NUMERO-CONTO
           PERFORM VERIFICA-CONTO
           IF WS-ESITO NOT = "OK"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUMERO-CONTO TO WS-SPO-CONTO

           MOVE SPACES TO WS-NOME-FILE-SPORTELLO
           STRING "movimenti-" WS-SPO-DATA-ARCHIVIO ".dat"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-SPORTELLO

           MOVE ZERO TO WS-SPO-GIA-IMPORTATO
           EXEC SQL
               SELECT COUNT(*) INTO :WS-SPO-GIA-IMPORTATO
               FROM IMPORT_SPORTELLO
               WHERE nome_archivio = :WS-NOME-FILE-SPORTELLO
               AND conto_sportello = :WS-SPO-CONTO-SPORTELLO
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "Errore database: " SQLCODE
               EXIT PARAGRAPH
           END-IF
           IF WS-SPO-GIA-IMPORTATO > 0
               DISPLAY "Archivio " WS-NOME-FILE-SPORTELLO
                       " del conto " WS-SPO-CONTO-SPORTELLO
                       " gia' importato: travaso rifiutato"
               EXIT PARAGRAPH
           END-IF

           PERFORM ANALIZZA-GIORNALE-SPORTELLO
           IF WS-ESITO NOT = "OK"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SPO-APERTURA TO WS-SPO-EDIT
           MOVE WS-SPO-CHIUSURA TO WS-SPO-EDIT-2
           DISPLAY " "
           DISPLAY "Archivio:           " WS-NOME-FILE-SPORTELLO
           DISPLAY "Saldo di apertura:  " WS-SPO-EDIT
           DISPLAY "Saldo di chiusura:  " WS-SPO-EDIT-2
           MOVE WS-SPO-TOT-DEP TO WS-SPO-EDIT
           DISPLAY "Depositi:           " WS-SPO-CONTA-DEP
                   "  " WS-SPO-EDIT
           MOVE WS-SPO-TOT-PRE TO WS-SPO-EDIT
           DISPLAY "Prelievi:           " WS-SPO-CONTA-PRE
                   "  " WS-SPO-EDIT

           MOVE "OK" TO WS-SPO-ESITO
           IF WS-SPO-ROTTURE > 0
               MOVE "DF" TO WS-SPO-ESITO
               DISPLAY "*** DIFFERENZA: " WS-SPO-ROTTURE
                       " saldi dell'archivio non concatenati ***"
           END-IF

           MOVE WS-CON-SALDO TO WS-SPO-SALDO-PRIMA
           IF WS-SPO-SALDO-PRIMA NOT = WS-SPO-APERTURA
               MOVE "DF" TO WS-SPO-ESITO
               MOVE WS-SPO-SALDO-PRIMA TO WS-SPO-EDIT
               MOVE WS-SPO-APERTURA TO WS-SPO-EDIT-2
               DISPLAY "*** DIFFERENZA IN APERTURA: saldo conto "
                       WS-SPO-EDIT " archivio " WS-SPO-EDIT-2 " ***"
           END-IF

           IF WS-SPO-ESITO NOT = "OK"
               DISPLAY "Importare comunque (S/N)? "
                       WITH NO ADVANCING
               ACCEPT WS-RISPOSTA
               IF WS-RISPOSTA NOT = 'S' AND WS-RISPOSTA NOT = 's'
                   DISPLAY "Travaso annullato"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM REGISTRA-GIORNALE-SPORTELLO
           IF WS-ESITO NOT = "OK"
               EXEC SQL
                   ROLLBACK
               END-EXEC
               DISPLAY "Travaso annullato"
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               SELECT saldo INTO :WS-SPO-SALDO-DOPO
               FROM CONTI
               WHERE numero_conto = :WS-SPO-CONTO
           END-EXEC

           IF WS-SPO-SALDO-DOPO NOT = WS-SPO-CHIUSURA
               MOVE "DF" TO WS-SPO-ESITO
               MOVE WS-SPO-SALDO-DOPO TO WS-SPO-EDIT
               MOVE WS-SPO-CHIUSURA TO WS-SPO-EDIT-2
               DISPLAY "*** DIFFERENZA IN CHIUSURA: saldo conto "
                       WS-SPO-EDIT " archivio " WS-SPO-EDIT-2 " ***"
           END-IF

           EXEC SQL
               INSERT INTO IMPORT_SPORTELLO
               (nome_archivio, conto_sportello, numero_conto,
                data_archivio, data_import, numero_depositi,
                totale_depositi, numero_prelievi, totale_prelievi,
                saldo_apertura, saldo_chiusura, saldo_conto_prima,
                saldo_conto_dopo, esito, operatore)
               VALUES
               (:WS-NOME-FILE-SPORTELLO, :WS-SPO-CONTO-SPORTELLO,
                :WS-SPO-CONTO, CAST(:WS-SPO-DATA-ARCHIVIO AS DATE),
                CURRENT_DATE, :WS-SPO-CONTA-DEP, :WS-SPO-TOT-DEP,
                :WS-SPO-CONTA-PRE, :WS-SPO-TOT-PRE,
                :WS-SPO-APERTURA, :WS-SPO-CHIUSURA,
                :WS-SPO-SALDO-PRIMA, :WS-SPO-SALDO-DOPO,
                :WS-SPO-ESITO, :WS-UTE-CODICE)
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   COMMIT
               END-EXEC
               COMPUTE WS-SPO-GIA-IMPORTATO =
                   WS-SPO-CONTA-DEP + WS-SPO-CONTA-PRE
               DISPLAY "Travaso completato: " WS-SPO-GIA-IMPORTATO
                       " movimenti registrati sul conto "
                       WS-SPO-CONTO
               IF WS-SPO-ESITO NOT = "OK"
                   DISPLAY "Travaso registrato con differenze "
                           "da verificare"
               END-IF
           ELSE
               DISPLAY "Errore registrazione travaso: " SQLCODE
               EXEC SQL
                   ROLLBACK
               END-EXEC
           END-IF.

      * Saldo di apertura ricavato dal primo record del conto (la
      * riga di riporto o il saldo prima del primo movimento),
      * chiusura dall'ultimo, catena dei saldi verificata record
      * per record
       ANALIZZA-GIORNALE-SPORTELLO.
           MOVE "OK" TO WS-ESITO
           OPEN INPUT SPORTELLO-FILE
           IF WS-SPO-FILE-STATUS NOT = "00"
               DISPLAY "Archivio " WS-NOME-FILE-SPORTELLO
                       " non disponibile (stato "
                       WS-SPO-FILE-STATUS ")"
               MOVE "KO" TO WS-ESITO
               EXIT PARAGRAPH
           END-IF

           MOVE 'S' TO WS-SPO-PRIMO
           MOVE 'N' TO WS-FINE-SPORTELLO
           PERFORM UNTIL WS-FINE-SPORTELLO = 'S'
               READ SPORTELLO-FILE
                   AT END
                       MOVE 'S' TO WS-FINE-SPORTELLO
                   NOT AT END
                       PERFORM CONTROLLA-RECORD-SPORTELLO
               END-READ
           END-PERFORM

           CLOSE SPORTELLO-FILE

           IF WS-ESITO = "OK"
              AND WS-SPO-CONTA-DEP + WS-SPO-CONTA-PRE = 0
               DISPLAY "Nessun deposito o prelievo del conto "
                       WS-SPO-CONTO-SPORTELLO " nell'archivio"
               MOVE "KO" TO WS-ESITO
           END-IF.

       CONTROLLA-RECORD-SPORTELLO.
           IF SPO-CONTO = SPACES
               MOVE WS-SPO-CONTO-INIZIALE TO SPO-CONTO
           END-IF
           IF SPO-CONTO NOT = WS-SPO-CONTO-SPORTELLO
               EXIT PARAGRAPH
           END-IF

           IF (SPO-TIPO NOT = 'A' AND SPO-TIPO NOT = 'D'
               AND SPO-TIPO NOT = 'P')
              OR SPO-IMPORTO NOT NUMERIC
              OR SPO-SALDO NOT NUMERIC
               DISPLAY "Record non valido nell'archivio: "
                       SPORTELLO-RECORD
               MOVE "KO" TO WS-ESITO
               MOVE 'S' TO WS-FINE-SPORTELLO
               EXIT PARAGRAPH
           END-IF

      * Saldo che precede il record secondo l'archivio stesso
           EVALUATE SPO-TIPO
               WHEN 'D'
                   COMPUTE WS-SALDO = SPO-SALDO - SPO-IMPORTO
                   ADD 1 TO WS-SPO-CONTA-DEP
                   ADD SPO-IMPORTO TO WS-SPO-TOT-DEP
               WHEN 'P'
                   COMPUTE WS-SALDO = SPO-SALDO + SPO-IMPORTO
                   ADD 1 TO WS-SPO-CONTA-PRE
                   ADD SPO-IMPORTO TO WS-SPO-TOT-PRE
               WHEN OTHER
                   MOVE SPO-SALDO TO WS-SALDO
           END-EVALUATE

           IF WS-SPO-PRIMO = 'S'
               MOVE WS-SALDO TO WS-SPO-APERTURA
               MOVE 'N' TO WS-SPO-PRIMO
           ELSE
               IF WS-SALDO NOT = WS-SPO-CORRENTE
                   ADD 1 TO WS-SPO-ROTTURE
                   DISPLAY "Saldo non concatenato al record delle "
                           SPO-DATA " " SPO-ORA
               END-IF
           END-IF

           MOVE SPO-SALDO TO WS-SPO-CORRENTE
           MOVE SPO-SALDO TO WS-SPO-CHIUSURA.

      * Ogni deposito e prelievo dell'archivio diventa un movimento
      * del conto di destinazione con data e ora originali
       REGISTRA-GIORNALE-SPORTELLO.
           MOVE "OK" TO WS-ESITO
           OPEN INPUT SPORTELLO-FILE
           IF WS-SPO-FILE-STATUS NOT = "00"
               DISPLAY "Archivio " WS-NOME-FILE-SPORTELLO
                       " non disponibile (stato "
                       WS-SPO-FILE-STATUS ")"
               MOVE "KO" TO WS-ESITO
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-FINE-SPORTELLO
           PERFORM UNTIL WS-FINE-SPORTELLO = 'S'
               READ SPORTELLO-FILE
                   AT END
                       MOVE 'S' TO WS-FINE-SPORTELLO
                   NOT AT END
                       PERFORM REGISTRA-RECORD-SPORTELLO
               END-READ
           END-PERFORM

           CLOSE SPORTELLO-FILE.

       REGISTRA-RECORD-SPORTELLO.
           IF SPO-CONTO = SPACES
               MOVE WS-SPO-CONTO-INIZIALE TO SPO-CONTO
           END-IF
           IF SPO-CONTO NOT = WS-SPO-CONTO-SPORTELLO
              OR (SPO-TIPO NOT = 'D' AND SPO-TIPO NOT = 'P')
               EXIT PARAGRAPH
           END-IF

           MOVE SPO-IMPORTO TO WS-IMPORTO
           MOVE SPO-TIPO TO WS-TIPO-MOVIMENTO
           IF SPO-TIPO = 'D'
               MOVE '+' TO WS-SEGNO-MOVIMENTO
           ELSE
               MOVE '-' TO WS-SEGNO-MOVIMENTO
           END-IF
           MOVE SPO-DATA TO WS-SPO-DATA-MOV
           MOVE SPACES TO WS-SPO-TIMESTAMP
           STRING SPO-DATA " " SPO-ORA
                  DELIMITED BY SIZE INTO WS-SPO-TIMESTAMP
           MOVE SPACES TO WS-CAUSALE
           STRING "Sportello BANK-SYSTEM conto "
                  WS-SPO-CONTO-SPORTELLO " archivio "
                  WS-SPO-DATA-ARCHIVIO
                  DELIMITED BY SIZE INTO WS-CAUSALE

           EXEC SQL
               UPDATE CONTI
               SET saldo = saldo +
                   CASE WHEN :WS-SEGNO-MOVIMENTO = '-'
                        THEN 0 - :WS-IMPORTO
                        ELSE :WS-IMPORTO END
               WHERE numero_conto = :WS-SPO-CONTO
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "Errore aggiornamento saldo: " SQLCODE
               MOVE "KO" TO WS-ESITO
               MOVE 'S' TO WS-FINE-SPORTELLO
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               SELECT saldo INTO :WS-SALDO
               FROM CONTI
               WHERE numero_conto = :WS-SPO-CONTO
           END-EXEC

           EXEC SQL
               INSERT INTO MOVIMENTI
               (numero_conto, tipo_movimento, importo,
                causale, saldo_dopo, eseguito_da, data_movimento,
                data_valuta, segno)
               VALUES
               (:WS-SPO-CONTO, :WS-TIPO-MOVIMENTO, :WS-IMPORTO,
                :WS-CAUSALE, :WS-SALDO, 'BANK-SYSTEM',
                CAST(:WS-SPO-TIMESTAMP AS TIMESTAMP),
                CAST(:WS-SPO-DATA-MOV AS DATE),
                :WS-SEGNO-MOVIMENTO)
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "Errore registrazione movimento: " SQLCODE
               MOVE "KO" TO WS-ESITO
               MOVE 'S' TO WS-FINE-SPORTELLO
           END-IF

           MOVE SPACE TO WS-SEGNO-MOVIMENTO.

      * Archivi travasati con esito; DF segnala differenze di saldo
       ELENCO-IMPORT-SPORTELLO.
           DISPLAY " "
           DISPLAY "DATA IMP.  ARCHIVIO                 CONTO SPO. "
                   "CONTO        MOV.        APERTURA"
                   "        CHIUSURA      SALDO CONTO ES OPERATORE"

           EXEC SQL
               OPEN CUR-IMPORT-SPORTELLO
           END-EXEC

           MOVE 'N' TO WS-FINE-SPORTELLO
           PERFORM UNTIL WS-FINE-SPORTELLO = 'S'
               EXEC SQL
                   FETCH CUR-IMPORT-SPORTELLO
                   INTO :WS-SPO-IMP-DATA, :WS-SPO-IMP-ARCHIVIO,
                        :WS-SPO-CONTO-SPORTELLO, :WS-SPO-CONTO,
                        :WS-SPO-GIA-IMPORTATO, :WS-SPO-APERTURA,
                        :WS-SPO-CHIUSURA, :WS-SPO-SALDO-DOPO,
                        :WS-SPO-ESITO, :WS-SPO-IMP-OPERATORE
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'S' TO WS-FINE-SPORTELLO
               ELSE
                   MOVE WS-SPO-APERTURA TO WS-SPO-EDIT
                   MOVE WS-SPO-CHIUSURA TO WS-SPO-EDIT-2
                   MOVE WS-SPO-SALDO-DOPO TO WS-SALDO-EDIT
                   DISPLAY WS-SPO-IMP-DATA " "
                           WS-SPO-IMP-ARCHIVIO(1:24) " "
                           WS-SPO-CONTO-SPORTELLO " "
                           WS-SPO-CONTO " " WS-SPO-GIA-IMPORTATO " "
                           WS-SPO-EDIT " " WS-SPO-EDIT-2 " "
                           WS-SALDO-EDIT " " WS-SPO-ESITO " "
                           WS-SPO-IMP-OPERATORE
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-IMPORT-SPORTELLO
           END-EXEC.

      ******************************************************************
      * Flusso giornaliero per la contabilita' generale: i movimenti
      * di una giornata chiusa (in batch il giorno precedente)
      * sommati per tipo e verso formano una registrazione
      * CON-<giorno> sul file COGE-CON-<giorno>.DAT; i conti dare e
      * avere li assegna la causale CON-<tipo><verso>.
      ******************************************************************
       FLUSSO-COGE-CONTI.
           DISPLAY " "
           DISPLAY "=== FLUSSO PER LA CONTABILITA' GENERALE ==="

           MOVE "OK" TO WS-ESITO
           MOVE SPACES TO WS-COGE-GIORNO

           IF WS-MODO-BATCH NOT = 'S'
               DISPLAY "Giornata (AAAA-MM-GG, invio = ieri): "
                       WITH NO ADVANCING
               ACCEPT WS-COGE-GIORNO
           END-IF

           IF WS-COGE-GIORNO = SPACES
               EXEC SQL
                   SELECT CAST(CURRENT_DATE - 1 AS CHAR(10))
                   INTO :WS-COGE-GIORNO
               END-EXEC
           END-IF

           EXEC SQL
               SELECT CAST(CAST(:WS-COGE-GIORNO AS DATE) AS CHAR(10))
               INTO :WS-COGE-GIORNO
               WHERE CAST(:WS-COGE-GIORNO AS DATE) < CURRENT_DATE
           END-EXEC

           IF SQLCODE = 100
               DISPLAY "La giornata " WS-COGE-GIORNO
                       " non e' ancora chiusa!"
               MOVE "KO" TO WS-ESITO
               EXIT PARAGRAPH
           ELSE IF SQLCODE NOT = 0
               DISPLAY "Giornata non valida: " WS-COGE-GIORNO
               MOVE "KO" TO WS-ESITO
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-NOME-FILE-COGE
           STRING "COGE-CON-" WS-COGE-GIORNO ".DAT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-COGE

           MOVE SPACES TO COG-REGISTRAZIONE
           STRING "CON-" WS-COGE-GIORNO
                  DELIMITED BY SIZE INTO COG-REGISTRAZIONE
           MOVE WS-COGE-GIORNO TO COG-DATA
           MOVE SPACE TO COG-SEGNO
           MOVE ZERO TO WS-COGE-RIGHE

           OPEN OUTPUT COGE-FILE

           EXEC SQL
               OPEN CUR-COGE-CONTI
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-COGE-CONTI
                   INTO :COG-CAUSALE, :WS-COGE-CONTA,
                        :WS-COGE-VALORE
               END-EXEC

               IF SQLCODE = 0 AND WS-COGE-VALORE NOT = 0
                   MOVE WS-COGE-VALORE TO COG-IMPORTO
                   MOVE WS-COGE-CONTA TO WS-COGE-CONTA-EDIT
                   MOVE SPACES TO COG-DESCRIZIONE
                   STRING "Movimenti tipo " COG-CAUSALE(5:1)
                          " verso " COG-CAUSALE(6:1)
                          " del giorno: " WS-COGE-CONTA-EDIT
                          DELIMITED BY SIZE INTO COG-DESCRIZIONE
                   WRITE COGE-RECORD FROM WS-COGE-RIGA
                   ADD 1 TO WS-COGE-RIGHE
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-COGE-CONTI
           END-EXEC

           CLOSE COGE-FILE

           DISPLAY "Righe del flusso: " WS-COGE-RIGHE
           DISPLAY "Flusso salvato in " WS-NOME-FILE-COGE.

       GESTIONE-PORTAFOGLIO-RIBA.
           DISPLAY " "
           DISPLAY "=== PORTAFOGLIO RIBA ==="
           DISPLAY " "
           DISPLAY "1. Presentazione distinta RiBa"
           DISPLAY "2. Elaborazione effetti a scadenza"
           DISPLAY "3. Insoluto di ritorno"
           DISPLAY "4. Effetti di una distinta"
           DISPLAY " "
           DISPLAY "Scelta: " WITH NO ADVANCING
           ACCEPT WS-SCELTA

           EVALUATE WS-SCELTA
               WHEN 1
                   PERFORM CONTROLLA-RUOLO-CAPO
                   IF WS-ESITO = "OK"
                       PERFORM PRESENTA-DISTINTA-RIBA
                   END-IF
               WHEN 2
                   PERFORM ELABORA-SCADENZE-RIBA
               WHEN 3
                   PERFORM REGISTRA-INSOLUTO-RIBA
               WHEN 4
                   PERFORM ELENCO-EFFETTI-RIBA
               WHEN OTHER
                   DISPLAY "Scelta non valida!"
           END-EVALUATE.

      ******************************************************************
      * Presentazione di una distinta RiBa sul conto aziendale: gli
      * effetti validi entrano in portafoglio (stato P), quelli
      * gia' in portafoglio o incompleti sono scartati. La stessa
      * distinta non si presenta due volte sullo stesso conto.
      ******************************************************************
       PRESENTA-DISTINTA-RIBA.
           DISPLAY " "
           DISPLAY "File distinta (es. RIBA-AAAAMM.DAT): "
                   WITH NO ADVANCING
           ACCEPT WS-NOME-FILE-RIBA

           DISPLAY "Conto aziendale da accreditare: "
                   WITH NO ADVANCING
           ACCEPT WS-RIB-CONTO

           MOVE WS-RIB-CONTO TO WS-NUMERO-CONTO
           PERFORM VERIFICA-CONTO
           IF WS-ESITO = "KO"
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-RIB-PRESENTI
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-RIB-PRESENTI
               FROM DISTINTE_RIBA
               WHERE nome_file = :WS-NOME-FILE-RIBA
               AND numero_conto = :WS-RIB-CONTO
           END-EXEC

           IF WS-RIB-PRESENTI > 0
               DISPLAY "Distinta gia' presentata su questo conto!"
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT RIBA-FILE
           IF WS-RIB-FILE-STATUS NOT = "00"
               DISPLAY "File " WS-NOME-FILE-RIBA " non trovato!"
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               INSERT INTO DISTINTE_RIBA
               (nome_file, numero_conto, data_presentazione,
                numero_effetti, totale, operatore)
               VALUES
               (:WS-NOME-FILE-RIBA, :WS-RIB-CONTO, CURRENT_DATE,
                0, 0, :WS-UTE-CODICE)
               RETURNING id_distinta INTO :WS-RIB-DISTINTA
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Errore registrazione distinta: " SQLCODE
               CLOSE RIBA-FILE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               EXIT PARAGRAPH
           END-IF

           INITIALIZE WS-RIB-CONTATORI
           MOVE ZERO TO WS-RIB-TOTALE
           MOVE 'N' TO WS-RIB-EOF
           MOVE "OK" TO WS-ESITO

           PERFORM UNTIL WS-RIB-EOF = 'S' OR WS-ESITO NOT = "OK"
               READ RIBA-FILE
                   AT END
                       MOVE 'S' TO WS-RIB-EOF
                   NOT AT END
                       IF RIBA-RECORD NOT = SPACES
                           PERFORM CARICA-EFFETTO-RIBA
                       END-IF
               END-READ
           END-PERFORM

           CLOSE RIBA-FILE

           IF WS-ESITO NOT = "OK" OR WS-CONTA-RIB-EFFETTI = 0
               EXEC SQL
                   ROLLBACK
               END-EXEC
               DISPLAY "Distinta non presentata: nessun effetto "
                       "caricato."
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               UPDATE DISTINTE_RIBA
               SET numero_effetti = :WS-CONTA-RIB-EFFETTI,
                   totale = :WS-RIB-TOTALE
               WHERE id_distinta = :WS-RIB-DISTINTA
           END-EXEC

      * Commissione di presentazione per effetto da tariffario
           MOVE WS-RIB-CONTO TO WS-NUMERO-CONTO
           MOVE "PRESENTAZ-RIBA" TO WS-TAR-VOCE
           MOVE "Commissione presentazione RiBa"
               TO WS-TAR-DESCRIZIONE
           MOVE WS-CONTA-RIB-EFFETTI TO WS-TAR-QUANTITA
           MOVE SPACES TO WS-TAR-RIFERIMENTO
           STRING " distinta " WS-RIB-DISTINTA
                  DELIMITED BY SIZE INTO WS-TAR-RIFERIMENTO
           PERFORM ADDEBITA-COMMISSIONE

           EXEC SQL
               COMMIT
           END-EXEC

           MOVE WS-RIB-TOTALE TO WS-SALDO-EDIT
           DISPLAY "Distinta n. " WS-RIB-DISTINTA " presentata"
           DISPLAY "Effetti caricati: " WS-CONTA-RIB-EFFETTI
                   "  Scartati: " WS-CONTA-RIB-SCARTATI
           DISPLAY "Totale: EUR " WS-SALDO-EDIT.

      * Un effetto della distinta: dati completi, scadenza nel
      * formato AAAA-MM-GG e scadenza del magazzino non gia' in
      * portafoglio
       CARICA-EFFETTO-RIBA.
           MOVE SPACES TO WS-RIB-MOTIVO

           EVALUATE TRUE
               WHEN RIB-ID-SCADENZA NOT NUMERIC
                   MOVE "Id scadenza non numerico" TO WS-RIB-MOTIVO
               WHEN RIB-IMPORTO NOT NUMERIC
                   MOVE "Importo non numerico" TO WS-RIB-MOTIVO
               WHEN RIB-IMPORTO = 0
                   MOVE "Importo nullo" TO WS-RIB-MOTIVO
               WHEN RIB-IBAN = SPACES
                   MOVE "IBAN debitore mancante" TO WS-RIB-MOTIVO
               WHEN RIB-SCADENZA(1:4) NOT NUMERIC
                 OR RIB-SCADENZA(5:1) NOT = "-"
                 OR RIB-SCADENZA(6:2) NOT NUMERIC
                 OR RIB-SCADENZA(8:1) NOT = "-"
                 OR RIB-SCADENZA(9:2) NOT NUMERIC
                   MOVE "Data scadenza non valida" TO WS-RIB-MOTIVO
               WHEN RIB-SCADENZA(6:2) < "01"
                 OR RIB-SCADENZA(6:2) > "12"
                 OR RIB-SCADENZA(9:2) < "01"
                 OR RIB-SCADENZA(9:2) > "31"
                   MOVE "Data scadenza non valida" TO WS-RIB-MOTIVO
           END-EVALUATE

           IF WS-RIB-MOTIVO = SPACES
               MOVE RIB-ID-SCADENZA TO WS-RIB-ID-SCADENZA
               MOVE ZERO TO WS-RIB-PRESENTI
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-RIB-PRESENTI
                   FROM EFFETTI_RIBA e
                   JOIN DISTINTE_RIBA d
                     ON d.id_distinta = e.id_distinta
                   WHERE e.id_scadenza = :WS-RIB-ID-SCADENZA
                   AND d.numero_conto = :WS-RIB-CONTO
                   AND e.stato IN ('P', 'A')
               END-EXEC
               IF WS-RIB-PRESENTI > 0
                   MOVE "Scadenza gia' in portafoglio"
                       TO WS-RIB-MOTIVO
               END-IF
           END-IF

           IF WS-RIB-MOTIVO NOT = SPACES
               ADD 1 TO WS-CONTA-RIB-SCARTATI
               DISPLAY "Scartato " RIB-FATTURA " "
                       RIB-RAGIONE(1:25) ": " WS-RIB-MOTIVO
               EXIT PARAGRAPH
           END-IF

           MOVE RIB-CLIENTE TO WS-RIB-CLIENTE
           MOVE RIB-RAGIONE TO WS-RIB-RAGIONE
           MOVE RIB-IBAN TO WS-RIB-IBAN
           MOVE RIB-FATTURA TO WS-RIB-FATTURA
           MOVE RIB-SCADENZA TO WS-RIB-SCADENZA
           MOVE RIB-IMPORTO TO WS-RIB-IMPORTO

           EXEC SQL
               INSERT INTO EFFETTI_RIBA
               (id_distinta, id_scadenza, codice_cliente,
                ragione_sociale, iban_debitore, numero_fattura,
                data_scadenza, importo, stato, esito_esportato)
               VALUES
               (:WS-RIB-DISTINTA, :WS-RIB-ID-SCADENZA,
                :WS-RIB-CLIENTE, :WS-RIB-RAGIONE, :WS-RIB-IBAN,
                :WS-RIB-FATTURA, CAST(:WS-RIB-SCADENZA AS DATE),
                :WS-RIB-IMPORTO, 'P', 'N')
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Errore registrazione effetto "
                       WS-RIB-FATTURA ": " SQLCODE
               MOVE "KO" TO WS-ESITO
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CONTA-RIB-EFFETTI
           ADD WS-RIB-IMPORTO TO WS-RIB-TOTALE.

      ******************************************************************
      * Elaborazione giornaliera del portafoglio: gli effetti giunti
      * a scadenza sono accreditati s.b.f. sul conto aziendale e,
      * se il debitore ha il conto da noi, addebitati subito (o
      * resi insoluti per fondi o conto); gli accreditati senza
      * insoluto entro i giorni di s.b.f. diventano pagati. Alla
      * fine gli esiti definitivi passano al magazzino.
      ******************************************************************
       ELABORA-SCADENZE-RIBA.
           DISPLAY " "
           DISPLAY "=== ELABORAZIONE EFFETTI RIBA A SCADENZA ==="

           MOVE "OK" TO WS-ESITO
           INITIALIZE WS-RIB-CONTATORI
           MOVE 'N' TO WS-RIB-EOF

           EXEC SQL
               OPEN CUR-RIBA-SCADUTI
           END-EXEC

           PERFORM UNTIL WS-RIB-EOF = 'S'
               EXEC SQL
                   FETCH CUR-RIBA-SCADUTI
                   INTO :WS-RIB-EFFETTO, :WS-RIB-CONTO,
                        :WS-RIB-FATTURA, :WS-RIB-RAGIONE,
                        :WS-RIB-IBAN, :WS-RIB-IMPORTO,
                        :WS-RIB-SCADENZA
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'S' TO WS-RIB-EOF
               ELSE
                   PERFORM ACCREDITA-EFFETTO-RIBA
                   IF WS-ESITO NOT = "OK"
                       MOVE 'S' TO WS-RIB-EOF
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-RIBA-SCADUTI
           END-EXEC

      * Trascorsi i giorni di salvo buon fine senza insoluto
           IF WS-ESITO = "OK"
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-RIB-PRESENTI
                   FROM EFFETTI_RIBA
                   WHERE stato = 'A'
                   AND data_scadenza + :WS-RIB-GIORNI-SBF
                       <= CURRENT_DATE
               END-EXEC

               EXEC SQL
                   UPDATE EFFETTI_RIBA
                   SET stato = 'E',
                       data_esito = CURRENT_DATE
                   WHERE stato = 'A'
                   AND data_scadenza + :WS-RIB-GIORNI-SBF
                       <= CURRENT_DATE
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   DISPLAY "Errore chiusura effetti s.b.f.: " SQLCODE
                   MOVE "KO" TO WS-ESITO
               ELSE
                   ADD WS-RIB-PRESENTI TO WS-CONTA-RIB-PAGATI
               END-IF
           END-IF

           IF WS-ESITO NOT = "OK"
               EXEC SQL
                   ROLLBACK
               END-EXEC
               DISPLAY "Elaborazione annullata!"
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               COMMIT
           END-EXEC

           DISPLAY "Effetti accreditati s.b.f.: "
                   WS-CONTA-RIB-ACCREDITATI
           DISPLAY "Effetti pagati:             " WS-CONTA-RIB-PAGATI
           DISPLAY "Effetti insoluti:           "
                   WS-CONTA-RIB-INSOLUTI

           PERFORM ESPORTA-ESITI-RIBA.

      * Accredito s.b.f. dell'effetto sul conto aziendale e, per i
      * debitori con conto presso di noi, addebito immediato con i
      * controlli di conto e disponibilita' degli addebiti SDD
       ACCREDITA-EFFETTO-RIBA.
           EXEC SQL
               UPDATE CONTI
               SET saldo = saldo + :WS-RIB-IMPORTO
               WHERE numero_conto = :WS-RIB-CONTO
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Errore accredito effetto " WS-RIB-EFFETTO
                       ": " SQLCODE
               MOVE "KO" TO WS-ESITO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RIB-CONTO TO WS-NUMERO-CONTO
           MOVE 'K' TO WS-TIPO-MOVIMENTO
           MOVE '+' TO WS-SEGNO-MOVIMENTO
           MOVE WS-RIB-IMPORTO TO WS-IMPORTO
           MOVE WS-RIB-SCADENZA TO WS-DATA-VALUTA
           MOVE SPACES TO WS-CAUSALE
           STRING "Accredito s.b.f. RiBa fatt. " WS-RIB-FATTURA
                  " " WS-RIB-RAGIONE(1:40)
                  DELIMITED BY SIZE INTO WS-CAUSALE
           PERFORM REGISTRA-MOVIMENTO

           EXEC SQL
               UPDATE EFFETTI_RIBA
               SET stato = 'A',
                   data_accredito = CURRENT_DATE
               WHERE id_effetto = :WS-RIB-EFFETTO
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Errore stato effetto " WS-RIB-EFFETTO
                       ": " SQLCODE
               MOVE "KO" TO WS-ESITO
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CONTA-RIB-ACCREDITATI

           EXEC SQL
               SELECT numero_conto, saldo, fido, stato
               INTO :WS-RIB-CONTO-DEB, :WS-CON-SALDO,
                    :WS-CON-FIDO, :WS-CON-STATO
               FROM CONTI
               WHERE REPLACE(UPPER(iban), ' ', '') =
                     REPLACE(UPPER(:WS-RIB-IBAN), ' ', '')
           END-EXEC

      * Debitore presso altra banca: si attende l'eventuale insoluto
           IF SQLCODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-RIB-MOTIVO
           IF WS-CON-STATO NOT = 'A'
               MOVE "Conto debitore non attivo" TO WS-RIB-MOTIVO
           ELSE
               EXEC SQL
                   SELECT COALESCE(SUM(importo), 0)
                   INTO :WS-SALDO-VINCOLATO
                   FROM VINCOLI
                   WHERE numero_conto = :WS-RIB-CONTO-DEB
                   AND stato = 'A'
               END-EXEC

               IF (WS-CON-SALDO - WS-SALDO-VINCOLATO
                   - WS-RIB-IMPORTO) < (0 - WS-CON-FIDO)
                   MOVE "Fondi insufficienti" TO WS-RIB-MOTIVO
               END-IF
           END-IF

           IF WS-RIB-MOTIVO NOT = SPACES
               PERFORM INSOLUTO-EFFETTO-RIBA
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               UPDATE CONTI
               SET saldo = saldo - :WS-RIB-IMPORTO
               WHERE numero_conto = :WS-RIB-CONTO-DEB
               AND stato = 'A'
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Errore addebito debitore effetto "
                       WS-RIB-EFFETTO ": " SQLCODE
               MOVE "KO" TO WS-ESITO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RIB-CONTO-DEB TO WS-NUMERO-CONTO
           MOVE 'K' TO WS-TIPO-MOVIMENTO
           MOVE '-' TO WS-SEGNO-MOVIMENTO
           MOVE WS-RIB-IMPORTO TO WS-IMPORTO
           MOVE WS-RIB-SCADENZA TO WS-DATA-VALUTA
           MOVE SPACES TO WS-CAUSALE
           STRING "Pagamento RiBa fatt. " WS-RIB-FATTURA
                  DELIMITED BY SIZE INTO WS-CAUSALE
           PERFORM REGISTRA-MOVIMENTO

           EXEC SQL
               UPDATE EFFETTI_RIBA
               SET stato = 'E',
                   data_esito = CURRENT_DATE,
                   conto_debitore = :WS-RIB-CONTO-DEB
               WHERE id_effetto = :WS-RIB-EFFETTO
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Errore stato effetto " WS-RIB-EFFETTO
                       ": " SQLCODE
               MOVE "KO" TO WS-ESITO
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CONTA-RIB-PAGATI.

      * Insoluto dell'effetto WS-RIB-EFFETTO (motivo in
      * WS-RIB-MOTIVO): storno dell'accredito s.b.f. dal conto
      * aziendale e spese di ritorno da tariffario
       INSOLUTO-EFFETTO-RIBA.
           EXEC SQL
               UPDATE CONTI
               SET saldo = saldo - :WS-RIB-IMPORTO
               WHERE numero_conto = :WS-RIB-CONTO
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Errore storno effetto " WS-RIB-EFFETTO
                       ": " SQLCODE
               MOVE "KO" TO WS-ESITO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RIB-CONTO TO WS-NUMERO-CONTO
           MOVE 'K' TO WS-TIPO-MOVIMENTO
           MOVE '-' TO WS-SEGNO-MOVIMENTO
           MOVE WS-RIB-IMPORTO TO WS-IMPORTO
           MOVE SPACES TO WS-CAUSALE
           STRING "Storno s.b.f. RiBa insoluta fatt. " WS-RIB-FATTURA
                  " " WS-RIB-RAGIONE(1:40)
                  DELIMITED BY SIZE INTO WS-CAUSALE
           PERFORM REGISTRA-MOVIMENTO

           MOVE "INSOLUTO-RIBA" TO WS-TAR-VOCE
           MOVE "Spese insoluto RiBa" TO WS-TAR-DESCRIZIONE
           MOVE WS-RIB-SPESE-INSOLUTO TO WS-TAR-DEFAULT
           MOVE SPACES TO WS-TAR-RIFERIMENTO
           STRING " fatt. " WS-RIB-FATTURA
                  DELIMITED BY SIZE INTO WS-TAR-RIFERIMENTO
           PERFORM ADDEBITA-COMMISSIONE
           MOVE WS-TAR-ADDEBITATO TO WS-RIB-SPESE

           EXEC SQL
               UPDATE EFFETTI_RIBA
               SET stato = 'I',
                   data_esito = CURRENT_DATE,
                   motivo_insoluto = :WS-RIB-MOTIVO,
                   spese_insoluto = :WS-RIB-SPESE
               WHERE id_effetto = :WS-RIB-EFFETTO
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Errore stato effetto " WS-RIB-EFFETTO
                       ": " SQLCODE
               MOVE "KO" TO WS-ESITO
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CONTA-RIB-INSOLUTI.

      * Insoluto comunicato dalla banca del debitore per un effetto
      * accreditato s.b.f.
       REGISTRA-INSOLUTO-RIBA.
           DISPLAY " "
           DISPLAY "Id effetto insoluto: " WITH NO ADVANCING
           ACCEPT WS-RIB-EFFETTO

           EXEC SQL
               SELECT d.numero_conto, e.numero_fattura,
                      e.ragione_sociale, e.importo, e.stato
               INTO :WS-RIB-CONTO, :WS-RIB-FATTURA,
                    :WS-RIB-RAGIONE, :WS-RIB-IMPORTO, :WS-RIB-STATO
               FROM EFFETTI_RIBA e
               JOIN DISTINTE_RIBA d ON d.id_distinta = e.id_distinta
               WHERE e.id_effetto = :WS-RIB-EFFETTO
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Effetto non trovato!"
               EXIT PARAGRAPH
           END-IF

           IF WS-RIB-STATO NOT = 'A'
               DISPLAY "Solo un effetto accreditato s.b.f. puo' "
                       "tornare insoluto!"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RIB-IMPORTO TO WS-SALDO-EDIT
           DISPLAY "Fattura " WS-RIB-FATTURA " "
                   WS-RIB-RAGIONE(1:30) " EUR " WS-SALDO-EDIT
           DISPLAY "Motivo insoluto: " WITH NO ADVANCING
           MOVE SPACES TO WS-RIB-MOTIVO
           ACCEPT WS-RIB-MOTIVO

           IF WS-RIB-MOTIVO = SPACES
               MOVE "Insoluto banca debitore" TO WS-RIB-MOTIVO
           END-IF

           INITIALIZE WS-RIB-CONTATORI
           MOVE "OK" TO WS-ESITO
           PERFORM INSOLUTO-EFFETTO-RIBA

           IF WS-ESITO NOT = "OK"
               EXEC SQL
                   ROLLBACK
               END-EXEC
               DISPLAY "Insoluto non registrato!"
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               COMMIT
           END-EXEC

           MOVE WS-RIB-SPESE TO WS-SALDO-EDIT
           DISPLAY "Insoluto registrato, spese EUR " WS-SALDO-EDIT

           PERFORM ESPORTA-ESITI-RIBA.

      * Esiti definitivi (pagato o insoluto) accodati su
      * ESITI-RIBA.DAT per l'aggiornamento delle scadenze clienti
      * del magazzino
       ESPORTA-ESITI-RIBA.
           MOVE ZERO TO WS-CONTA-RIB-ESITI
           MOVE ZERO TO WS-RIB-ULTIMO

           OPEN EXTEND ESITI-RIBA-FILE
           IF WS-ESR-FILE-STATUS NOT = "00"
               OPEN OUTPUT ESITI-RIBA-FILE
           END-IF
           IF WS-ESR-FILE-STATUS NOT = "00"
               DISPLAY "Errore apertura ESITI-RIBA.DAT: "
                       WS-ESR-FILE-STATUS
               IF WS-MODO-BATCH = 'S'
                   MOVE 8 TO WS-BATCH-RC
               END-IF
               DISPLAY "Esiti rinviati alla prossima esportazione"
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               OPEN CUR-ESITI-RIBA
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-ESITI-RIBA
                   INTO :WS-RIB-EFFETTO, :WS-RIB-ID-SCADENZA,
                        :WS-RIB-FATTURA, :WS-RIB-STATO,
                        :WS-RIB-DATA, :WS-RIB-IMPORTO,
                        :WS-RIB-SPESE, :WS-RIB-MOTIVO
               END-EXEC

               IF SQLCODE = 0
                   MOVE SPACES TO ESITI-RIBA-RECORD
                   MOVE WS-RIB-EFFETTO TO ESR-ID-EFFETTO
                   MOVE WS-RIB-ID-SCADENZA TO ESR-ID-SCADENZA
                   MOVE WS-RIB-FATTURA TO ESR-FATTURA
                   MOVE WS-RIB-STATO TO ESR-ESITO
                   MOVE WS-RIB-DATA TO ESR-DATA
                   MOVE WS-RIB-IMPORTO TO ESR-IMPORTO
                   MOVE WS-RIB-SPESE TO ESR-SPESE
                   MOVE WS-RIB-MOTIVO TO ESR-MOTIVO
                   WRITE ESITI-RIBA-RECORD
                   MOVE WS-RIB-EFFETTO TO WS-RIB-ULTIMO
                   ADD 1 TO WS-CONTA-RIB-ESITI
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-ESITI-RIBA
           END-EXEC

           CLOSE ESITI-RIBA-FILE

           IF WS-CONTA-RIB-ESITI > 0
               EXEC SQL
                   UPDATE EFFETTI_RIBA
                   SET esito_esportato = 'S'
                   WHERE stato IN ('E', 'I')
                   AND esito_esportato = 'N'
                   AND id_effetto <= :WS-RIB-ULTIMO
               END-EXEC

               IF SQLCODE = 0
                   EXEC SQL
                       COMMIT
                   END-EXEC
               ELSE
                   EXEC SQL
                       ROLLBACK
                   END-EXEC
                   DISPLAY "Errore aggiornamento esiti RiBa: "
                           SQLCODE
               END-IF
           END-IF

           DISPLAY "Esiti passati al magazzino: " WS-CONTA-RIB-ESITI
                   " (ESITI-RIBA.DAT)".

       ELENCO-EFFETTI-RIBA.
           DISPLAY " "
           DISPLAY "Numero distinta: " WITH NO ADVANCING
           ACCEPT WS-RIB-DISTINTA

           EXEC SQL
               OPEN CUR-EFFETTI-DISTINTA
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-EFFETTI-DISTINTA
                   INTO :WS-RIB-EFFETTO, :WS-RIB-FATTURA,
                        :WS-RIB-RAGIONE, :WS-RIB-SCADENZA,
                        :WS-RIB-IMPORTO, :WS-RIB-STATO
               END-EXEC

               IF SQLCODE = 0
                   MOVE WS-RIB-IMPORTO TO WS-SALDO-EDIT
                   DISPLAY WS-RIB-EFFETTO " " WS-RIB-SCADENZA " "
                           WS-RIB-FATTURA " " WS-RIB-RAGIONE(1:25)
                           " " WS-SALDO-EDIT " " WS-RIB-STATO
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-EFFETTI-DISTINTA
           END-EXEC.

       GESTIONE-DELEGHE-F24.
           DISPLAY " "
           DISPLAY "=== DELEGHE F24 AZIENDALI ==="
           DISPLAY " "
           DISPLAY "1. Import delega F24 da paghe"
           DISPLAY "2. Pagamento deleghe in scadenza"
           DISPLAY "3. Deleghe di un conto"
           DISPLAY " "
           DISPLAY "Scelta: " WITH NO ADVANCING
           ACCEPT WS-SCELTA

           EVALUATE WS-SCELTA
               WHEN 1
                   PERFORM CONTROLLA-RUOLO-CAPO
                   IF WS-ESITO = "OK"
                       PERFORM IMPORTA-DELEGA-F24
                   END-IF
               WHEN 2
                   PERFORM PAGA-DELEGHE-F24
               WHEN 3
                   PERFORM ELENCO-DELEGHE-F24
               WHEN OTHER
                   DISPLAY "Scelta non valida!"
           END-EVALUATE.

      ******************************************************************
      * Import della delega F24 prodotta da GESTIONE-PAGHE per
      * un'azienda e un mese: le righe devono quadrare con il
      * record totale, il totale deve essere a debito e la stessa
      * delega non si carica due volte (salvo una precedente non
      * pagata). L'addebito avviene alla scadenza.
      ******************************************************************
       IMPORTA-DELEGA-F24.
           DISPLAY " "
           DISPLAY "File delega (es. F24-PAG-AZIEND-AAAAMM.DAT): "
                   WITH NO ADVANCING
           ACCEPT WS-NOME-FILE-F24

           DISPLAY "Conto aziendale da addebitare: "
                   WITH NO ADVANCING
           ACCEPT WS-F24-CONTO

           MOVE WS-F24-CONTO TO WS-NUMERO-CONTO
           PERFORM VERIFICA-CONTO
           IF WS-ESITO = "KO"
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT DELEGA-F24-FILE
           IF WS-F24-FILE-STATUS NOT = "00"
               DISPLAY "File " WS-NOME-FILE-F24 " non trovato!"
               EXIT PARAGRAPH
           END-IF

           INITIALIZE WS-F24-DATI
           MOVE WS-NUMERO-CONTO TO WS-F24-CONTO
           MOVE SPACES TO WS-F24-MOTIVO
           MOVE 'N' TO WS-F24-EOF

           PERFORM UNTIL WS-F24-EOF = 'S'
               READ DELEGA-F24-FILE
                   AT END
                       MOVE 'S' TO WS-F24-EOF
                   NOT AT END
                       IF DELEGA-F24-RECORD NOT = SPACES
                           PERFORM LEGGI-RIGA-DELEGA-F24
                       END-IF
               END-READ
           END-PERFORM

           CLOSE DELEGA-F24-FILE

           IF WS-F24-MOTIVO = SPACES
               EVALUATE TRUE
                   WHEN WS-F24-TOTALI NOT = 1
                       MOVE "Record totale assente o ripetuto"
                           TO WS-F24-MOTIVO
                   WHEN WS-F24-RIGHE NOT = WS-F24-RIGHE-TOT
                       MOVE "Numero righe diverso dal totale"
                           TO WS-F24-MOTIVO
                   WHEN WS-F24-SOMMA NOT = WS-F24-IMPORTO
                       MOVE "Righe non quadrano con il totale"
                           TO WS-F24-MOTIVO
                   WHEN WS-F24-IMPORTO = 0
                       MOVE "Delega a saldo zero: nulla da addebitare"
                           TO WS-F24-MOTIVO
                   WHEN WS-F24-SCADENZA(1:4) NOT NUMERIC
                     OR WS-F24-SCADENZA(5:1) NOT = "-"
                     OR WS-F24-SCADENZA(6:2) NOT NUMERIC
                     OR WS-F24-SCADENZA(8:1) NOT = "-"
                     OR WS-F24-SCADENZA(9:2) NOT NUMERIC
                       MOVE "Data scadenza non valida" TO WS-F24-MOTIVO
               END-EVALUATE
           END-IF

           IF WS-F24-MOTIVO = SPACES
               MOVE ZERO TO WS-F24-PRESENTI
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-F24-PRESENTI
                   FROM DELEGHE_F24
                   WHERE codice_azienda = :WS-F24-AZIENDA
                   AND anno = :WS-F24-ANNO
                   AND mese = :WS-F24-MESE
                   AND stato <> 'N'
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE NOT = 0
                       MOVE "Errore controllo deleghe gia' importate"
                           TO WS-F24-MOTIVO
                   WHEN WS-F24-PRESENTI > 0
                       MOVE "Delega del periodo gia' importata"
                           TO WS-F24-MOTIVO
               END-EVALUATE
           END-IF

           IF WS-F24-MOTIVO NOT = SPACES
               DISPLAY "Delega scartata: " WS-F24-MOTIVO
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               INSERT INTO DELEGHE_F24
               (codice_azienda, partita_iva, anno, mese,
                data_scadenza, importo, numero_conto, nome_file,
                stato, tentativi, data_import, operatore)
               VALUES
               (:WS-F24-AZIENDA, :WS-F24-PARTITA-IVA, :WS-F24-ANNO,
                :WS-F24-MESE, CAST(:WS-F24-SCADENZA AS DATE),
                :WS-F24-IMPORTO, :WS-F24-CONTO, :WS-NOME-FILE-F24,
                'A', 0, CURRENT_DATE, :WS-UTE-CODICE)
               RETURNING id_delega INTO :WS-F24-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Errore registrazione delega: " SQLCODE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               COMMIT
           END-EXEC

           MOVE WS-F24-IMPORTO TO WS-SALDO-EDIT
           DISPLAY "Delega n. " WS-F24-ID " azienda " WS-F24-AZIENDA
                   " periodo " WS-F24-MESE "/" WS-F24-ANNO
           DISPLAY "Importo EUR " WS-SALDO-EDIT
                   " in addebito il " WS-F24-SCADENZA.

      * Una riga del file delega: somma con segno delle righe
      * tributo, dati dell'azienda e totale dal record di coda
       LEGGI-RIGA-DELEGA-F24.
           IF F24P-IMPORTO NOT NUMERIC
               MOVE "Importo non numerico" TO WS-F24-MOTIVO
               EXIT PARAGRAPH
           END-IF

           EVALUATE F24P-TIPO-REC
               WHEN 'R'
                   ADD 1 TO WS-F24-RIGHE
                   IF F24P-SEGNO = '-'
                       SUBTRACT F24P-IMPORTO FROM WS-F24-SOMMA
                   ELSE
                       ADD F24P-IMPORTO TO WS-F24-SOMMA
                   END-IF
               WHEN 'T'
                   IF F24P-ANNO NOT NUMERIC
                      OR F24P-MESE NOT NUMERIC
                      OR F24P-RIGHE NOT NUMERIC
                       MOVE "Record totale non valido"
                           TO WS-F24-MOTIVO
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-F24-TOTALI
                   MOVE F24P-AZIENDA TO WS-F24-AZIENDA
                   MOVE F24P-PARTITA-IVA TO WS-F24-PARTITA-IVA
                   MOVE F24P-ANNO TO WS-F24-ANNO
                   MOVE F24P-MESE TO WS-F24-MESE
                   MOVE F24P-SCADENZA TO WS-F24-SCADENZA
                   MOVE F24P-IMPORTO TO WS-F24-IMPORTO
                   MOVE F24P-RIGHE TO WS-F24-RIGHE-TOT
                   IF F24P-SEGNO = '-'
                       MOVE "Delega a credito: nulla da addebitare"
                           TO WS-F24-MOTIVO
                   END-IF
               WHEN OTHER
                   MOVE "Tipo record sconosciuto" TO WS-F24-MOTIVO
           END-EVALUATE.

      ******************************************************************
      * Pagamento delle deleghe F24 scadute: addebito sul conto
      * aziendale se capiente (saldo meno vincoli piu' fido), con
      * protocollo e quietanza; senza fondi la delega resta in
      * ritentativo fino a WS-RETRY-GIORNI-MAX giorni dalla
      * scadenza, poi e' dichiarata non pagata con avviso al
      * cliente.
      ******************************************************************
       PAGA-DELEGHE-F24.
           DISPLAY " "
           DISPLAY "=== PAGAMENTO DELEGHE F24 ==="

           MOVE "OK" TO WS-ESITO
           INITIALIZE WS-F24-CONTATORI
           MOVE 'N' TO WS-F24-EOF

           EXEC SQL
               OPEN CUR-DELEGHE-F24
           END-EXEC

           PERFORM UNTIL WS-F24-EOF = 'S'
               EXEC SQL
                   FETCH CUR-DELEGHE-F24
                   INTO :WS-F24-ID, :WS-F24-CONTO, :WS-F24-AZIENDA,
                        :WS-F24-ANNO, :WS-F24-MESE, :WS-F24-IMPORTO,
                        :WS-F24-TENTATIVI, :WS-F24-GIORNI
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'S' TO WS-F24-EOF
               ELSE
                   PERFORM PAGA-DELEGA-F24
                   IF WS-ESITO NOT = "OK"
                       MOVE 'S' TO WS-F24-EOF
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-DELEGHE-F24
           END-EXEC

           IF WS-ESITO NOT = "OK"
               EXEC SQL
                   ROLLBACK
               END-EXEC
               DISPLAY "Pagamento deleghe annullato!"
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               COMMIT
           END-EXEC

           DISPLAY "Deleghe pagate:          " WS-CONTA-F24-PAGATE
           DISPLAY "In ritentativo:          " WS-CONTA-F24-CODA
           DISPLAY "Non pagate (scadute):    "
                   WS-CONTA-F24-NON-PAGATE

           PERFORM ESPORTA-QUIETANZE-F24.

      * Una delega: controllo fondi, addebito, protocollo e
      * quietanza oppure ritentativo
       PAGA-DELEGA-F24.
           MOVE WS-F24-CONTO TO WS-NUMERO-CONTO
           MOVE WS-F24-IMPORTO TO WS-ORD-IMPORTO
           PERFORM VERIFICA-DISPONIBILITA-ORDINE
           ADD 1 TO WS-F24-TENTATIVI

           IF WS-ESITO NOT = "OK"
               MOVE "OK" TO WS-ESITO
               IF WS-F24-GIORNI > WS-RETRY-GIORNI-MAX
                   MOVE 'N' TO WS-F24-STATO
                   ADD 1 TO WS-CONTA-F24-NON-PAGATE
                   DISPLAY "Delega " WS-F24-ID " azienda "
                           WS-F24-AZIENDA " NON PAGATA: avviso "
                           "inviato a " WS-CLI-EMAIL
               ELSE
                   MOVE 'R' TO WS-F24-STATO
                   ADD 1 TO WS-CONTA-F24-CODA
                   DISPLAY "Delega " WS-F24-ID " azienda "
                           WS-F24-AZIENDA " senza fondi: in "
                           "ritentativo"
               END-IF

               EXEC SQL
                   UPDATE DELEGHE_F24
                   SET stato = :WS-F24-STATO,
                       tentativi = :WS-F24-TENTATIVI,
                       data_ultimo_tentativo = CURRENT_DATE
                   WHERE id_delega = :WS-F24-ID
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "Errore stato delega " WS-F24-ID ": "
                           SQLCODE
                   MOVE "KO" TO WS-ESITO
               END-IF
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               UPDATE CONTI
               SET saldo = saldo - :WS-F24-IMPORTO
               WHERE numero_conto = :WS-F24-CONTO
               AND stato = 'A'
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Errore addebito delega " WS-F24-ID ": "
                       SQLCODE
               MOVE "KO" TO WS-ESITO
               EXIT PARAGRAPH
           END-IF

           MOVE 'F' TO WS-TIPO-MOVIMENTO
           MOVE WS-F24-IMPORTO TO WS-IMPORTO
           MOVE SPACES TO WS-CAUSALE
           STRING "Delega F24 " WS-F24-AZIENDA " periodo "
                  WS-F24-MESE "/" WS-F24-ANNO
                  DELIMITED BY SIZE INTO WS-CAUSALE
           PERFORM REGISTRA-MOVIMENTO

           MOVE SPACES TO WS-F24-PROTOCOLLO
           STRING "F24" FUNCTION CURRENT-DATE(1:8) WS-F24-ID
                  DELIMITED BY SIZE INTO WS-F24-PROTOCOLLO

           EXEC SQL
               UPDATE DELEGHE_F24
               SET stato = 'P',
                   tentativi = :WS-F24-TENTATIVI,
                   data_ultimo_tentativo = CURRENT_DATE,
                   data_pagamento = CURRENT_DATE,
                   protocollo = :WS-F24-PROTOCOLLO,
                   quietanza_emessa = 'N'
               WHERE id_delega = :WS-F24-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Errore stato delega " WS-F24-ID ": " SQLCODE
               MOVE "KO" TO WS-ESITO
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Delega " WS-F24-ID " azienda " WS-F24-AZIENDA
                   " pagata, protocollo " WS-F24-PROTOCOLLO
           ADD 1 TO WS-CONTA-F24-PAGATE.

      * Quietanze delle deleghe pagate e consolidate, accodate su
      * QUIETANZE-F24.DAT e stampate per il cliente; le deleghe
      * esportate sono marcate solo a file chiuso
       ESPORTA-QUIETANZE-F24.
           MOVE ZERO TO WS-CONTA-F24-QUIETANZE
           MOVE ZERO TO WS-F24-ULTIMO

           OPEN EXTEND QUIETANZE-F24-FILE
           IF WS-QTZ-FILE-STATUS NOT = "00"
               OPEN OUTPUT QUIETANZE-F24-FILE
           END-IF
           IF WS-QTZ-FILE-STATUS NOT = "00"
               DISPLAY "Errore apertura QUIETANZE-F24.DAT: "
                       WS-QTZ-FILE-STATUS
               DISPLAY "Quietanze rinviate al prossimo pagamento"
               MOVE "KO" TO WS-ESITO
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               OPEN CUR-QUIETANZE-F24
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-QUIETANZE-F24
                   INTO :WS-F24-ID, :WS-F24-CONTO, :WS-F24-AZIENDA,
                        :WS-F24-ANNO, :WS-F24-MESE, :WS-F24-IMPORTO,
                        :WS-F24-PROTOCOLLO, :WS-F24-DATA-PAG,
                        :WS-CLI-COGNOME
               END-EXEC

               IF SQLCODE = 0
                   MOVE SPACES TO QUIETANZE-F24-RECORD
                   MOVE WS-F24-AZIENDA TO QTZ-AZIENDA
                   MOVE WS-F24-ANNO TO QTZ-ANNO
                   MOVE WS-F24-MESE TO QTZ-MESE
                   MOVE WS-F24-DATA-PAG TO QTZ-DATA
                   MOVE WS-F24-PROTOCOLLO TO QTZ-PROTOCOLLO
                   MOVE WS-F24-IMPORTO TO QTZ-IMPORTO
                   MOVE WS-F24-CONTO TO QTZ-CONTO
                   WRITE QUIETANZE-F24-RECORD
                   PERFORM STAMPA-QUIETANZA-F24
                   MOVE WS-F24-ID TO WS-F24-ULTIMO
                   ADD 1 TO WS-CONTA-F24-QUIETANZE
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-QUIETANZE-F24
           END-EXEC

           CLOSE QUIETANZE-F24-FILE

           IF WS-CONTA-F24-QUIETANZE > 0
               EXEC SQL
                   UPDATE DELEGHE_F24
                   SET quietanza_emessa = 'S'
                   WHERE stato = 'P'
                   AND quietanza_emessa = 'N'
                   AND id_delega <= :WS-F24-ULTIMO
               END-EXEC

               IF SQLCODE = 0
                   EXEC SQL
                       COMMIT
                   END-EXEC
               ELSE
                   EXEC SQL
                       ROLLBACK
                   END-EXEC
                   DISPLAY "Errore aggiornamento quietanze F24: "
                           SQLCODE
               END-IF
           END-IF

           DISPLAY "Quietanze emesse:        " WS-CONTA-F24-QUIETANZE
                   " (QUIETANZE-F24.DAT)".

      * Quietanza di pagamento per il cliente
       STAMPA-QUIETANZA-F24.
           MOVE SPACES TO WS-NOME-FILE-QTZ
           STRING "QUIETANZA-" WS-F24-PROTOCOLLO ".TXT"
                  DELIMITED BY SPACE INTO WS-NOME-FILE-QTZ

           OPEN OUTPUT QUIETANZA-FILE

           WRITE QUIETANZA-RECORD FROM
               "QUIETANZA DI VERSAMENTO MODELLO F24"
           MOVE ALL "=" TO QUIETANZA-RECORD
           WRITE QUIETANZA-RECORD

           MOVE SPACES TO QUIETANZA-RECORD
           STRING "Protocollo:        " WS-F24-PROTOCOLLO
                  DELIMITED BY SIZE INTO QUIETANZA-RECORD
           WRITE QUIETANZA-RECORD

           MOVE SPACES TO QUIETANZA-RECORD
           STRING "Data versamento:   " WS-F24-DATA-PAG
                  DELIMITED BY SIZE INTO QUIETANZA-RECORD
           WRITE QUIETANZA-RECORD

           MOVE SPACES TO QUIETANZA-RECORD
           STRING "Contribuente:      " WS-F24-AZIENDA
                  "  " WS-CLI-COGNOME
                  DELIMITED BY SIZE INTO QUIETANZA-RECORD
           WRITE QUIETANZA-RECORD

           MOVE SPACES TO QUIETANZA-RECORD
           STRING "Periodo:           " WS-F24-MESE "/" WS-F24-ANNO
                  DELIMITED BY SIZE INTO QUIETANZA-RECORD
           WRITE QUIETANZA-RECORD

           MOVE SPACES TO QUIETANZA-RECORD
           STRING "Conto addebitato:  " WS-F24-CONTO
                  DELIMITED BY SIZE INTO QUIETANZA-RECORD
           WRITE QUIETANZA-RECORD

           MOVE SPACES TO QUIETANZA-RECORD
           MOVE WS-F24-IMPORTO TO WS-SALDO-EDIT
           STRING "Importo versato:   EUR " WS-SALDO-EDIT
                  DELIMITED BY SIZE INTO QUIETANZA-RECORD
           WRITE QUIETANZA-RECORD

           CLOSE QUIETANZA-FILE.

       ELENCO-DELEGHE-F24.
           DISPLAY " "
           DISPLAY "Numero conto: " WITH NO ADVANCING
           ACCEPT WS-F24-CONTO

           DISPLAY " "
           DISPLAY "DELEGA    AZIEND PERIODO SCADENZA   "
                   "         IMPORTO S PROTOCOLLO"

           EXEC SQL
               OPEN CUR-DELEGHE-CONTO
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-DELEGHE-CONTO
                   INTO :WS-F24-ID, :WS-F24-AZIENDA, :WS-F24-ANNO,
                        :WS-F24-MESE, :WS-F24-SCADENZA,
                        :WS-F24-IMPORTO, :WS-F24-STATO,
                        :WS-F24-PROTOCOLLO
               END-EXEC

               IF SQLCODE = 0
                   MOVE WS-F24-IMPORTO TO WS-SALDO-EDIT
                   DISPLAY WS-F24-ID " " WS-F24-AZIENDA " "
                           WS-F24-MESE "/" WS-F24-ANNO " "
                           WS-F24-SCADENZA " " WS-SALDO-EDIT " "
                           WS-F24-STATO " " WS-F24-PROTOCOLLO
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-DELEGHE-CONTO
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
               WHEN "CONTI"
                   EXEC SQL
                       SELECT CAST(row_to_json(t) AS TEXT)
                       INTO :WS-AUD-IMMAGINE
                       FROM CONTI t
                       WHERE t.numero_conto = TRIM(:WS-AUD-CHIAVE)
                   END-EXEC
               WHEN "CLIENTI"
                   EXEC SQL
                       SELECT CAST(row_to_json(t) AS TEXT)
                       INTO :WS-AUD-IMMAGINE
                       FROM CLIENTI t
                       WHERE t.codice_cliente = TRIM(:WS-AUD-CHIAVE)
                   END-EXEC
               WHEN "UTENTI"
                   EXEC SQL
                       SELECT CAST(row_to_json(t) AS TEXT)
                       INTO :WS-AUD-IMMAGINE
                       FROM UTENTI t
                       WHERE t.codice_operatore =
                             TRIM(:WS-AUD-CHIAVE)
                   END-EXEC
               WHEN "TASSI_CONTO"
                   EXEC SQL
                       SELECT CAST(row_to_json(t) AS TEXT)
                       INTO :WS-AUD-IMMAGINE
                       FROM TASSI_CONTO t
                       WHERE TRIM(t.numero_conto) || '/' ||
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
                      COALESCE(NULLIF(TRIM(:WS-UTE-CODICE), ''),
                               'BATCH'),
                      :WS-AUD-PROGRAMMA,
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
                   DISPLAY "Tabella (CONTI, TASSI_CONTO, CLIENTI, "
                           "UTENTI, vuoto = tutte): "
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
           DISPLAY "Tabella (CONTI, TASSI_CONTO, CLIENTI, UTENTI): "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-AUD-FILTRO-TAB
           ACCEPT WS-AUD-FILTRO-TAB
           DISPLAY "Codice record (conto/valido dal per i tassi): "
                   WITH NO ADVANCING
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
           STRING "AUDIT-BAN-" WS-AUD-DATA-DA(1:4)
                  WS-AUD-DATA-DA(6:2) WS-AUD-DATA-DA(9:2) "-"
                  WS-AUD-DATA-A(1:4) WS-AUD-DATA-A(6:2)
                  WS-AUD-DATA-A(9:2) ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-AUDIT

           OPEN OUTPUT AUDIT-FILE

           WRITE AUDIT-RECORD FROM
               "REGISTRO MODIFICHE ANAGRAFICHE - CONTI CORRENTI"
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
           STRING "CAMPI MODIFICATI:     " WS-CONTA-AUD-CAMPI
                  DELIMITED BY SIZE INTO AUDIT-RECORD
           WRITE AUDIT-RECORD
           MOVE SPACES TO AUDIT-RECORD
           STRING "DI CUI SENSIBILI ***: " WS-CONTA-AUD-SENSIBILI
                  "   (IBAN, fido, tassi, profili: da "
                  "verificare)"
                  DELIMITED BY SIZE INTO AUDIT-RECORD
           WRITE AUDIT-RECORD

           CLOSE AUDIT-FILE

           DISPLAY "Campi modificati nel periodo: "
                   WS-CONTA-AUD-CAMPI
           DISPLAY "Modifiche sensibili: " WS-CONTA-AUD-SENSIBILI
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
                COALESCE(NULLIF(TRIM(:WS-UTE-CODICE), ''),
                         'BATCH'),
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
               MOVE WS-AUT-SOGLIA TO WS-SALDO-EDIT
               DISPLAY "Importo oltre la soglia di " WS-SALDO-EDIT
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
                   "                    IMPORTO RICHIEDENT SCADENZA"

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
                   MOVE WS-AUT-IMPORTO TO WS-SALDO-EDIT
                   DISPLAY WS-AUT-ID " " WS-AUT-TIPO " "
                           WS-AUT-RIFERIMENTO(1:20) " "
                           WS-SALDO-EDIT " "
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
                      SUBSTR(richiedente, 1, 20)
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

           IF WS-AUT-RICHIEDENTE = WS-UTE-CODICE
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

           MOVE WS-AUT-IMPORTO TO WS-SALDO-EDIT
           DISPLAY " "
           DISPLAY "Richiesta:   " WS-AUT-ID " " WS-AUT-TIPO
           DISPLAY "Riferimento: " WS-AUT-RIFERIMENTO
           DISPLAY "Descrizione: " WS-AUT-DESCRIZIONE
           DISPLAY "Importo:     " WS-SALDO-EDIT
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
                       COALESCE(NULLIF(TRIM(:WS-UTE-CODICE), ''),
                                'BATCH'),
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
                       COALESCE(NULLIF(TRIM(:WS-UTE-CODICE), ''),
                                'BATCH'),
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
                       COALESCE(NULLIF(TRIM(:WS-UTE-CODICE), ''),
                                'BATCH'),
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
                   MOVE WS-AUT-SOGLIA TO WS-SALDO-EDIT
                   DISPLAY WS-AUT-TIPO " " WS-SALDO-EDIT " "
                           WS-AUT-ORE-VALIDITA
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-AUT-SOGLIE
           END-EXEC

           MOVE WS-AUT-SOGLIA-STD TO WS-SALDO-EDIT
           DISPLAY "Tipi senza soglia: " WS-SALDO-EDIT " valida "
                   WS-AUT-ORE-STD " ore"
           DISPLAY " "
           DISPLAY "Tipo operazione (BONIFICO-ESTERNO, FIDO): "
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
           STRING "AUTORIZZAZIONI-BAN-" WS-AUT-DATA-REP(1:4)
                  WS-AUT-DATA-REP(6:2) WS-AUT-DATA-REP(9:2) ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-AUT

           OPEN OUTPUT AUT-FILE

           WRITE AUT-RECORD FROM
               "AUTORIZZAZIONI A QUATTRO OCCHI - CONTI CORRENTI"
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
               "          IMPORTO RICHIEDENT RICHIESTA        ESITO" &
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

           MOVE WS-AUT-IMPORTO TO WS-SALDO-EDIT
           MOVE SPACES TO AUT-RECORD
           STRING WS-AUT-ID " " WS-AUT-TIPO(1:18) " "
                  WS-AUT-RIFERIMENTO(1:16) " " WS-SALDO-EDIT " "
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
               WHEN "BONIFICO-ESTERNO"
                   PERFORM ESEGUI-AUT-BONIFICO-ESTERNO
               WHEN "FIDO"
                   PERFORM ESEGUI-AUT-FIDO
               WHEN OTHER
                   MOVE "Tipo operazione non gestito" TO WS-AUT-MOTIVO
           END-EVALUATE.

      * Il bonifico ripassa i controlli sul conto, sul delegato e
      * sull'IBAN: fondi, decesso, documento e delega possono essere
      * cambiati dalla richiesta
       ESEGUI-AUT-BONIFICO-ESTERNO.
           MOVE WS-AUT-PB-CONTO TO WS-NUMERO-CONTO
           MOVE WS-AUT-PB-IBAN TO WS-BE-IBAN
           MOVE WS-AUT-PB-NOME TO WS-BE-NOME
           MOVE WS-AUT-PB-IMPORTO TO WS-BE-IMPORTO
           MOVE WS-AUT-PB-CAUSALE TO WS-CAUSALE
           MOVE WS-AUT-PB-DELEGATO TO WS-OPE-DELEGATO

           PERFORM VERIFICA-CONTO
           IF WS-ESITO = "KO"
               MOVE "Conto da addebitare non operativo"
                   TO WS-AUT-MOTIVO
               EXIT PARAGRAPH
           END-IF

           PERFORM VALIDA-IBAN
           IF WS-ESITO = "KO"
               MOVE "IBAN beneficiario non valido" TO WS-AUT-MOTIVO
               EXIT PARAGRAPH
           END-IF

           PERFORM RICONTROLLA-DELEGATO-BONIFICO
           IF WS-ESITO = "KO"
               EXIT PARAGRAPH
           END-IF

           PERFORM CONTROLLA-BONIFICO-ESTERNO
           IF WS-ESITO = "KO"
               EXIT PARAGRAPH
           END-IF

           PERFORM ESEGUI-BONIFICO-ESTERNO
           IF WS-ESITO = "KO"
               MOVE "Errore nella disposizione del bonifico"
                   TO WS-AUT-MOTIVO
           END-IF.

      * Il delegato che ha chiesto il bonifico deve avere ancora la
      * delega in essere, il potere di disporre bonifici, il
      * documento valido e capienza nei suoi limiti
       RICONTROLLA-DELEGATO-BONIFICO.
           MOVE "OK" TO WS-ESITO
           IF WS-OPE-DELEGATO = SPACES
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               SELECT COALESCE(d.abilita_bonifico, 'N'),
                      COALESCE(d.limite_operazione, 0),
                      COALESCE(d.limite_mensile, 0),
                      CASE WHEN c.scadenza_documento < CURRENT_DATE
                           THEN 'S' ELSE 'N' END
               INTO :WS-DLG-BONIFICO, :WS-DLG-LIMITE-OPER,
                    :WS-DLG-LIMITE-MESE, :WS-DOC-BLOCCO
               FROM DELEGATI_CONTO d
               JOIN CLIENTI c ON c.codice_cliente = d.codice_cliente
               WHERE d.numero_conto = :WS-NUMERO-CONTO
               AND d.codice_cliente = :WS-OPE-DELEGATO
               AND d.data_fine IS NULL
               AND d.data_inizio <= CURRENT_DATE
               AND (d.data_scadenza IS NULL
                    OR d.data_scadenza >= CURRENT_DATE)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE "Delega del richiedente non piu' in essere"
                   TO WS-AUT-MOTIVO
               MOVE "KO" TO WS-ESITO
               EXIT PARAGRAPH
           END-IF

           IF WS-DOC-BLOCCO = 'S'
               MOVE 'N' TO WS-DOC-BLOCCO
               MOVE "Documento del delegato scaduto" TO WS-AUT-MOTIVO
               MOVE "KO" TO WS-ESITO
               EXIT PARAGRAPH
           END-IF

           IF WS-DLG-BONIFICO NOT = 'S'
               MOVE "Delegato non piu' abilitato al bonifico"
                   TO WS-AUT-MOTIVO
               MOVE "KO" TO WS-ESITO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-BE-IMPORTO TO WS-OPE-IMPORTO
           PERFORM CONTROLLA-LIMITI-DELEGATO
           IF WS-ESITO = "KO"
               MOVE "Importo oltre i limiti del delegato"
                   TO WS-AUT-MOTIVO
           END-IF.

       ESEGUI-AUT-FIDO.
           MOVE WS-AUT-PF-CONTO TO WS-NUMERO-CONTO
           MOVE WS-AUT-PF-FIDO TO WS-FID-NUOVO

           PERFORM VERIFICA-CONTO
           IF WS-ESITO = "KO"
               MOVE "Conto non operativo" TO WS-AUT-MOTIVO
               EXIT PARAGRAPH
           END-IF

           PERFORM APPLICA-FIDO-CONTO
           IF WS-ESITO = "KO"
               MOVE "Errore aggiornamento fido" TO WS-AUT-MOTIVO
           END-IF.

      * Variazione del fido di un conto: le riduzioni valgono
      * subito, l'aumento oltre la soglia FIDO attende la seconda
      * autorizzazione
       MODIFICA-FIDO-CONTO.
           DISPLAY " "
           DISPLAY "=== MODIFICA FIDO DI CONTO ==="

           DISPLAY "Numero conto: " WITH NO ADVANCING
           ACCEPT WS-NUMERO-CONTO

           PERFORM VERIFICA-CONTO
           IF WS-ESITO = "KO"
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               SELECT fido
               INTO :WS-CON-FIDO
               FROM CONTI
               WHERE numero_conto = :WS-NUMERO-CONTO
           END-EXEC

           MOVE WS-CON-FIDO TO WS-SALDO-EDIT
           DISPLAY "Intestatario: " WS-CLI-COGNOME " " WS-CLI-NOME
           DISPLAY "Fido attuale: " WS-SALDO-EDIT

           DISPLAY "Nuovo fido: " WITH NO ADVANCING
           ACCEPT WS-FID-NUOVO

           IF WS-FID-NUOVO = WS-CON-FIDO
               DISPLAY "Fido invariato"
               EXIT PARAGRAPH
           END-IF

           IF WS-FID-NUOVO > WS-CON-FIDO
               MOVE "FIDO" TO WS-AUT-TIPO
               MOVE WS-FID-NUOVO TO WS-AUT-IMPORTO
               PERFORM CONTROLLA-SOGLIA-AUTORIZZAZIONE
               IF WS-AUT-RICHIESTA = 'S'
                   MOVE SPACES TO WS-AUT-PARAMETRI
                   MOVE WS-NUMERO-CONTO TO WS-AUT-PF-CONTO
                   MOVE WS-FID-NUOVO TO WS-AUT-PF-FIDO
                   MOVE WS-NUMERO-CONTO TO WS-AUT-RIFERIMENTO
                   MOVE SPACES TO WS-AUT-DESCRIZIONE
                   STRING "Aumento fido da " WS-SALDO-EDIT
                          " - " WS-CLI-COGNOME
                          DELIMITED BY SIZE INTO WS-AUT-DESCRIZIONE
                   PERFORM REGISTRA-RICHIESTA-AUTORIZZAZIONE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM APPLICA-FIDO-CONTO.

       APPLICA-FIDO-CONTO.
           MOVE "KO" TO WS-ESITO
           MOVE "CONTI" TO WS-AUD-TABELLA
           MOVE WS-NUMERO-CONTO TO WS-AUD-CHIAVE
           PERFORM AUDIT-PRIMA

           EXEC SQL
               UPDATE CONTI
               SET fido = :WS-FID-NUOVO
               WHERE numero_conto = :WS-NUMERO-CONTO
               AND stato = 'A'
           END-EXEC

           IF SQLCODE = 0
               PERFORM AUDIT-DOPO
               EXEC SQL
                   COMMIT
               END-EXEC
               MOVE "OK" TO WS-ESITO
               MOVE WS-FID-NUOVO TO WS-SALDO-EDIT
               DISPLAY "Fido del conto " WS-NUMERO-CONTO
                       " portato a " WS-SALDO-EDIT
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               DISPLAY "Errore aggiornamento fido: " SQLCODE
           END-IF.

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
               WHERE categoria = 'CLIENTI-CONTI-CHIUSI'
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

           DISPLAY "Categorie senza periodo: CLIENTI-CONTI-CHIUSI "
                   WS-RET-ANNI-STD " anni, FISCALE "
                   WS-RET-FISCALI-STD " anni"
           DISPLAY " "
           DISPLAY "Categoria (CLIENTI-CONTI-CHIUSI, FISCALE): "
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
           STRING "RETENTION-BAN-" FUNCTION CURRENT-DATE(1:8)
                  ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-RET

           OPEN OUTPUT RET-FILE

           IF WS-RET-SIMULAZIONE = 'S'
               WRITE RET-RECORD FROM
                   "ANONIMIZZAZIONE DATI PERSONALI - CONTI CORRENTI " &
                   "(SIMULAZIONE)"
           ELSE
               WRITE RET-RECORD FROM
                   "ANONIMIZZAZIONE DATI PERSONALI - CONTI CORRENTI"
           END-IF
           MOVE ALL "=" TO RET-RECORD
           WRITE RET-RECORD

           MOVE SPACES TO RET-RECORD
           STRING "Categoria: CLIENTI-CONTI-CHIUSI"
                  "   Conservazione anni: " WS-RET-ANNI
                  "   Anni d'imposta accertabili: "
                  WS-RET-ANNI-FISCALI
                  DELIMITED BY SIZE INTO RET-RECORD
           WRITE RET-RECORD
           MOVE SPACES TO RET-RECORD
           STRING "Elaborato il: " FUNCTION CURRENT-DATE(1:8)
                  "   Operatore: " WS-UTE-CODICE
                  DELIMITED BY SIZE INTO RET-RECORD
           WRITE RET-RECORD
           WRITE RET-RECORD FROM SPACES

           WRITE RET-RECORD FROM
               "CLIENTE  FINE RAPP. ESITO            MOTIVO"
           MOVE ALL "-" TO RET-RECORD
           WRITE RET-RECORD

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
               AND campo IN ('nome', 'cognome', 'codice_fiscale',
                             'data_nascita', 'indirizzo', 'citta',
                             'cap', 'telefono', 'email',
                             'tipo_documento', 'numero_documento',
                             'ente_rilascio', 'scadenza_documento')
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
               ('CLIENTI-CONTI-CHIUSI', TRIM(:WS-RET-SOGGETTO),
                :WS-RET-TIPO,
                NULLIF(:WS-RET-PROTOCOLLO, SPACES),
                CAST(NULLIF(:WS-RET-FINE-RAPPORTO, SPACES) AS DATE),
                :WS-RET-ESITO, NULLIF(:WS-RET-BLOCCO, SPACES),
                COALESCE(NULLIF(TRIM(:WS-UTE-CODICE), ''),
                         'BATCH'),
                CURRENT_TIMESTAMP)
           END-EXEC.

      * Vincoli di legge che impediscono l'anonimizzazione del
      * cliente WS-RET-SOGGETTO: motivo in WS-RET-BLOCCO, spazi se
      * nessuno. Nel dubbio (errore di lettura) il soggetto si blocca
       CONTROLLA-BLOCCHI-RETENTION.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-RET-CONTA
               FROM SUCCESSIONI
               WHERE codice_cliente_defunto = :WS-RET-SOGGETTO
               AND stato = 'A'
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-RET-CONTA > 0
               MOVE "Successione aperta" TO WS-RET-BLOCCO
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-RET-CONTA
               FROM VINCOLI_GIUDIZIARI
               WHERE stato = 'A'
               AND numero_conto IN
                   (SELECT c.numero_conto
                    FROM CONTI c
                    WHERE c.codice_cliente = :WS-RET-SOGGETTO
                    UNION
                    SELECT i.numero_conto
                    FROM CONTO_INTESTATARI i
                    WHERE i.codice_cliente = :WS-RET-SOGGETTO)
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-RET-CONTA > 0
               MOVE "Pignoramento o vincolo giudiziario attivo"
                   TO WS-RET-BLOCCO
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-RET-CONTA
               FROM POSIZIONI_CREDITO
               WHERE classe <> 'B'
               AND numero_conto IN
                   (SELECT c.numero_conto
                    FROM CONTI c
                    WHERE c.codice_cliente = :WS-RET-SOGGETTO
                    UNION
                    SELECT i.numero_conto
                    FROM CONTO_INTESTATARI i
                    WHERE i.codice_cliente = :WS-RET-SOGGETTO)
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-RET-CONTA > 0
               MOVE "Posizione di credito deteriorato aperta"
                   TO WS-RET-BLOCCO
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-RET-CONTA
               FROM FINANZIAMENTI
               WHERE stato = 'A'
               AND numero_conto IN
                   (SELECT c.numero_conto
                    FROM CONTI c
                    WHERE c.codice_cliente = :WS-RET-SOGGETTO
                    UNION
                    SELECT i.numero_conto
                    FROM CONTO_INTESTATARI i
                    WHERE i.codice_cliente = :WS-RET-SOGGETTO)
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-RET-CONTA > 0
               MOVE "Finanziamento in essere" TO WS-RET-BLOCCO
               EXIT PARAGRAPH
           END-IF

      * Delegato ancora operativo su conti di altri clienti
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-RET-CONTA
               FROM DELEGATI_CONTO d
               JOIN CONTI c ON c.numero_conto = d.numero_conto
               WHERE d.codice_cliente = :WS-RET-SOGGETTO
               AND d.data_fine IS NULL
               AND c.stato <> 'C'
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-RET-CONTA > 0
               MOVE "Delega attiva su conti di altri clienti"
                   TO WS-RET-BLOCCO
               EXIT PARAGRAPH
           END-IF

      * Anni d'imposta ancora accertabili: movimenti e rapporti
      * restano collegati al codice fiscale per l'anagrafe tributaria
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-RET-CONTA
               FROM MOVIMENTI
               WHERE EXTRACT(YEAR FROM data_movimento)
                     >= EXTRACT(YEAR FROM CURRENT_DATE)
                        - CAST(:WS-RET-ANNI-FISCALI AS INTEGER)
               AND numero_conto IN
                   (SELECT c.numero_conto
                    FROM CONTI c
                    WHERE c.codice_cliente = :WS-RET-SOGGETTO
                    UNION
                    SELECT i.numero_conto
                    FROM CONTO_INTESTATARI i
                    WHERE i.codice_cliente = :WS-RET-SOGGETTO)
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-RET-CONTA > 0
               MOVE "Anni d'imposta non ancora prescritti"
                   TO WS-RET-BLOCCO
           END-IF.

      * Il cliente deve esistere e non essere gia' anonimizzato; con
      * conti ancora aperti la richiesta va respinta
       VERIFICA-RICHIESTA-CANCELLAZIONE.
           EXEC SQL
               SELECT COALESCE(anonimizzato, 'N')
               INTO :WS-RET-ANONIMIZZATO
               FROM CLIENTI
               WHERE codice_cliente = :WS-RET-SOGGETTO
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Cliente non trovato!"
               MOVE "KO" TO WS-ESITO
               EXIT PARAGRAPH
           END-IF

           IF WS-RET-ANONIMIZZATO = 'S'
               DISPLAY "Dati del cliente gia' anonimizzati"
               MOVE "KO" TO WS-ESITO
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN stato = 'C'
                                        THEN 0 ELSE 1 END), 0),
                      COALESCE(CAST(MAX(data_chiusura) AS CHAR(10)),
                               ' ')
               INTO :WS-RET-CONTA, :WS-RET-FINE-RAPPORTO
               FROM CONTI
               WHERE numero_conto IN
                   (SELECT c.numero_conto
                    FROM CONTI c
                    WHERE c.codice_cliente = :WS-RET-SOGGETTO
                    UNION
                    SELECT i.numero_conto
                    FROM CONTO_INTESTATARI i
                    WHERE i.codice_cliente = :WS-RET-SOGGETTO)
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-RET-CONTA > 0
               MOVE "Rapporti di conto ancora aperti"
                   TO WS-RET-BLOCCO
           END-IF.

      * Anagrafica, recapiti e documento d'identita', compreso lo
      * storico dei documenti, e codici fiscali delle residenze
      * fiscali; restano codice cliente, conti e movimenti con i
      * loro importi
       ANONIMIZZA-DATI-SOGGETTO.
           EXEC SQL
               UPDATE CLIENTI
               SET nome = 'ANONIMIZZATO',
                   cognome = 'ANONIMIZZATO',
                   codice_fiscale = NULL,
                   data_nascita = NULL,
                   indirizzo = NULL,
                   citta = NULL,
                   cap = NULL,
                   telefono = NULL,
                   email = NULL,
                   tipo_documento = NULL,
                   numero_documento = NULL,
                   ente_rilascio = NULL,
                   scadenza_documento = NULL,
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
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               DELETE FROM DOCUMENTI_STORICO
               WHERE codice_cliente = :WS-RET-SOGGETTO
           END-EXEC

           IF SQLCODE < 0
               MOVE "KO" TO WS-ESITO
               MOVE SPACES TO WS-RET-BLOCCO
               MOVE SQLCODE TO WS-RET-SQLCODE
               STRING "Errore storico documenti: " WS-RET-SQLCODE
                      DELIMITED BY SIZE INTO WS-RET-BLOCCO
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               UPDATE RESIDENZE_FISCALI
               SET tin = NULL
               WHERE codice_cliente = :WS-RET-SOGGETTO
           END-EXEC

           IF SQLCODE < 0
               MOVE "KO" TO WS-ESITO
               MOVE SPACES TO WS-RET-BLOCCO
               MOVE SQLCODE TO WS-RET-SQLCODE
               STRING "Errore residenze fiscali: " WS-RET-SQLCODE
                      DELIMITED BY SIZE INTO WS-RET-BLOCCO
           END-IF.

       INVIA-ALERT-SALDO.
           DISPLAY "Notifica saldo basso inviata a " WS-CLI-EMAIL
                   " per il conto " WS-NUMERO-CONTO.

       VERIFICA-CONTO.
           MOVE "OK" TO WS-ESITO

           EXEC SQL
               SELECT c.saldo, c.stato, c.valuta, cl.nome, cl.cognome,
                      cl.email,
                      COALESCE(cl.livello_attenzione, 0)
               INTO :WS-CON-SALDO, :WS-CON-STATO, :WS-CON-VALUTA,
                    :WS-CLI-NOME, :WS-CLI-COGNOME, :WS-CLI-EMAIL,
                    :WS-CLI-ATTENZIONE
               FROM CONTI c
               JOIN CLIENTI cl ON c.codice_cliente = cl.codice_cliente
               WHERE c.numero_conto = :WS-NUMERO-CONTO
           END-EXEC

      * Il livello di attenzione antiriciclaggio va mostrato
      * all'operatore all'apertura di ogni nuova operazione
           IF SQLCODE = 0 AND WS-CLI-ATTENZIONE > 0
               DISPLAY "*** ATTENZIONE ANTIRICICLAGGIO: cliente "
                       "con livello di attenzione "
                       WS-CLI-ATTENZIONE " ***"
           END-IF

           IF SQLCODE = 100
               DISPLAY "Conto non trovato!"
               MOVE "KO" TO WS-ESITO
           ELSE IF SQLCODE NOT = 0
               DISPLAY "Errore database: " SQLCODE
               MOVE "KO" TO WS-ESITO
           ELSE IF WS-CON-STATO = 'D'
               DISPLAY "Conto dormiente: operazioni bloccate, "
                       "riattivare allo sportello!"
               MOVE "KO" TO WS-ESITO
           ELSE IF WS-CON-STATO = 'F'
               DISPLAY "Conto a sofferenza: operazioni bloccate, "
                       "rivolgersi all'ufficio crediti!"
               MOVE "KO" TO WS-ESITO
           ELSE IF WS-CON-STATO NOT = 'A'
               DISPLAY "Conto non attivo!"
               MOVE "KO" TO WS-ESITO
           END-IF.
       
       REGISTRA-MOVIMENTO.
           EXEC SQL
               SELECT saldo INTO :WS-SALDO
               FROM CONTI
               WHERE numero_conto = :WS-NUMERO-CONTO
           END-EXEC
           

      * Verso del movimento dal tipo quando il chiamante non lo
      * forza: depositi (contanti e bonifici in arrivo), interessi
      * ed erogazioni in avere, tutto il resto in dare
           IF WS-SEGNO-MOVIMENTO = SPACE
               IF WS-TIPO-MOVIMENTO = 'D' OR 'I' OR 'M'
                   MOVE '+' TO WS-SEGNO-MOVIMENTO
               ELSE
                   MOVE '-' TO WS-SEGNO-MOVIMENTO
               END-IF
           END-IF

      * Data valuta: quella forzata dal chiamante (assegni,
      * competenze di chiusura) o la data dell'operazione, come
      * per versamenti in contanti, prelievi e bonifici in arrivo
           EXEC SQL
               INSERT INTO MOVIMENTI
               (numero_conto, tipo_movimento, importo, 
                causale, saldo_dopo, eseguito_da,
                data_valuta, segno, codice_delegato)
               VALUES
               (:WS-NUMERO-CONTO, :WS-TIPO-MOVIMENTO, :WS-IMPORTO,
                :WS-CAUSALE, :WS-SALDO, 'SISTEMA',
                COALESCE(CAST(NULLIF(:WS-DATA-VALUTA, SPACES)
                              AS DATE), CURRENT_DATE),
                :WS-SEGNO-MOVIMENTO,
                NULLIF(:WS-OPE-DELEGATO, SPACES))
           END-EXEC

           MOVE SPACES TO WS-DATA-VALUTA
           MOVE SPACE TO WS-SEGNO-MOVIMENTO.
          
