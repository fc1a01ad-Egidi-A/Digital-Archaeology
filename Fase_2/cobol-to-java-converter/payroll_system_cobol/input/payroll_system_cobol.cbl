           SELECT F24-FILE ASSIGN TO WS-NOME-FILE-F24
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F24-PAG-FILE ASSIGN TO WS-NOME-FILE-F24-PAG
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT QUIETANZE-F24-FILE ASSIGN TO "QUIETANZE-F24.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-QTZ-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO WS-NOME-FILE-AUDIT
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUT-FILE ASSIGN TO WS-NOME-FILE-AUT
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RET-FILE ASSIGN TO WS-NOME-FILE-RET
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COSTO-FILE ASSIGN TO "REPORT-COSTO-LAVORO.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRIMANOTA-FILE ASSIGN TO WS-NOME-FILE-PRIMANOTA
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COGE-FILE ASSIGN TO WS-NOME-FILE-COGE
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BADGE-FILE ASSIGN TO "PRESENZE-BADGE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BDG-FILE-STATUS.
           SELECT BUDGET-FILE ASSIGN TO WS-NOME-FILE-BUDGET
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FONDI-FILE ASSIGN TO WS-NOME-FILE-FONDI
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUONI-FILE ASSIGN TO WS-NOME-FILE-BUONI
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARRETRATI-FILE ASSIGN TO WS-NOME-FILE-ARRETRATI
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ESITI730-FILE ASSIGN TO "ESITI-730.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-730-FILE-STATUS.

           SELECT SCARTI730-FILE ASSIGN TO "ESITI-730-SCARTI.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT POSIZIONI730-FILE ASSIGN TO WS-NOME-FILE-POS730
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SCADENZE-FILE ASSIGN TO WS-NOME-FILE-SCADENZE
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SINDACATI-FILE ASSIGN TO WS-NOME-FILE-SINDACATI
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SCOSTAMENTI-FILE
                  ASSIGN TO WS-NOME-FILE-SCOSTAMENTI
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CIG-FILE ASSIGN TO WS-NOME-FILE-CIG
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PARAMETRI-FILE ASSIGN TO "BATCH-PAGHE.PAR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PAR-FILE-STATUS.
       FD  F24-FILE.
       01  F24-RECORD PIC X(132).

      * Delega F24 per il pagamento in banca (GESTIONE-CONTI):
      * righe per tributo (R, a credito i recuperi con segno '-')
      * chiuse dal record totale (T) con il numero di righe
       FD  F24-PAG-FILE.
       01  F24-PAG-RECORD.
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

      * Quietanze dei versamenti F24 restituite dalla banca
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

       FD  AUDIT-FILE.
       01  AUDIT-RECORD PIC X(132).

       FD  AUT-FILE.
       01  AUT-RECORD PIC X(132).

       FD  RET-FILE.
       01  RET-RECORD PIC X(132).

       FD  COSTO-FILE.
       01  COSTO-RECORD PIC X(132).

       FD  PRIMANOTA-FILE.
       01  PRIMANOTA-RECORD PIC X(132).

       FD  COGE-FILE.
       01  COGE-RECORD PIC X(150).

       FD  BADGE-FILE.
       01  BADGE-RECORD.
           05  BDG-MATRICOLA       PIC X(6).
           05  BDG-ORE-STR-NOT     PIC X(6).
           05  FILLER              PIC X.
           05  BDG-ORE-STR-FES     PIC X(6).
           05  FILLER              PIC X.
           05  BDG-ORE-CIG         PIC X(6).
           05  FILLER              PIC X(73).

       FD  SCARTI-FILE.
       01  SCARTI-RECORD PIC X(132).
       FD  BUDGET-FILE.
       01  BUDGET-RECORD PIC X(132).

       FD  FONDI-FILE.
       01  FONDI-RECORD PIC X(132).

       FD  BUONI-FILE.
       01  BUONI-RECORD PIC X(132).

       FD  ARRETRATI-FILE.
       01  ARRETRATI-RECORD PIC X(132).

       FD  ESITI730-FILE.
       01  ESITI730-RECORD.
           05  E730-CODICE-FISCALE PIC X(16).
           05  FILLER              PIC X.
           05  E730-ANNO-IMPOSTA   PIC X(4).
           05  FILLER              PIC X.
           05  E730-IRPEF-SALDO    PIC X(10).
           05  FILLER              PIC X.
           05  E730-IRPEF-ACC1     PIC X(10).
           05  FILLER              PIC X.
           05  E730-IRPEF-ACC2     PIC X(10).
           05  FILLER              PIC X.
           05  E730-ADD-REG        PIC X(10).
           05  FILLER              PIC X.
           05  E730-ADD-COM        PIC X(10).
           05  FILLER              PIC X.
           05  E730-ADD-COM-ACC    PIC X(10).
           05  FILLER              PIC X.
           05  E730-NUM-RATE       PIC X(2).
           05  FILLER              PIC X(40).

       FD  SCARTI730-FILE.
       01  SCARTI730-RECORD PIC X(132).

       FD  POSIZIONI730-FILE.
       01  POSIZIONI730-RECORD PIC X(132).

       FD  SCADENZE-FILE.
       01  SCADENZE-RECORD PIC X(132).

       FD  SINDACATI-FILE.
       01  SINDACATI-RECORD PIC X(132).

       FD  SCOSTAMENTI-FILE.
       01  SCOSTAMENTI-RECORD PIC X(132).

       FD  CIG-FILE.
       01  CIG-RECORD PIC X(132).

       FD  PARAMETRI-FILE.
       01  PARAMETRI-RECORD.
           05  PAR-OPERAZIONE      PIC X(20).
       01  WS-CONTA-HR-AGGIORNATI  PIC 9(5) VALUE ZERO.
       01  WS-CONTA-HR-CONFLITTI   PIC 9(5) VALUE ZERO.
       01  WS-CONTA-HR-INVARIATI   PIC 9(5) VALUE ZERO.
       01  WS-CONTA-HR-CODICI      PIC 9(5) VALUE ZERO.
       01  WS-HR-CF                PIC X(16).
       01  WS-HR-IBAN              PIC X(27).

      * Esecuzione non presidiata da file parametri: operazione,
      * azienda, periodo e risposte; log e return code per lo
           05  WS-DIP-AZIENDA      PIC X(6).
           05  WS-DIP-IBAN         PIC X(27).
           05  WS-DIP-PERC-PART-TIME PIC 999V99.
           05  WS-DIP-REGIONE      PIC X(2).
           05  WS-DIP-COMUNE       PIC X(4).

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

      * Struttura azienda (datore di lavoro)
       01  WS-AZIENDA.
           05  WS-STI-ESENTI       PIC 9(8)V99.
           05  WS-STI-PREMIO-DET   PIC 9(8)V99.
           05  WS-STI-ANF          PIC 9(7)V99.
           05  WS-STI-ARRETRATI    PIC 9(8)V99.
           05  WS-STI-CIG          PIC 9(8)V99.
           05  WS-STI-ORE-CIG      PIC 999V99.
      * WS-STI-ARRETRATI = arretrati da rinnovo CCNL pagati nel
      * mese (nel lordo e nell'imponibile previdenziale, fuori
      * dagli scaglioni IRPEF: tassazione separata)
      * WS-STI-ANF = assegno per il nucleo familiare anticipato
      * per conto INPS: partita non imponibile in busta, recuperata
      * nel riepilogo F24
      * franchigia (entra negli imponibili); WS-STI-ESENTI =
      * indennita' entro franchigia, rimborsi chilometrici e pie'
      * di lista (pagati in busta fuori imponibile)
      * WS-STI-CIG = integrazione salariale delle ore di cassa
      * integrazione del mese (WS-STI-ORE-CIG), anticipata per
      * conto INPS fuori imponibile previdenziale e recuperata
      * con F24 e UniEmens
       
      * Struttura presenze
       01  WS-PRESENZE.
           05  WS-PRE-GIORNI-MAT   PIC 99 VALUE ZERO.
           05  WS-PRE-GIORNI-PAR   PIC 99 VALUE ZERO.
           05  WS-PRE-GIORNI-MATR  PIC 99 VALUE ZERO.
           05  WS-PRE-GIORNI-BUONO PIC 99 VALUE ZERO.
           05  WS-PRE-GIORNI-CIG   PIC 99 VALUE ZERO.
           05  WS-PRE-ORE-CIG      PIC 999V99 VALUE ZERO.
      * T=Maternita' obbligatoria, G=Congedo parentale,
      * N=Congedo matrimoniale, C=Cassa integrazione (ore
      * integrate in WS-PRE-ORE-CIG, ore lavorate nella giornata
      * tra le ordinarie)

      * Ore del singolo gruppo tipo_giornata restituito da
      * CUR-PRESENZE, accumulate in WS-PRE-ORE-* indipendentemente
           05  WS-PRE-ORE-STR-GRP     PIC 999V99 VALUE ZERO.
           05  WS-PRE-ORE-STR-NOT-GRP PIC 999V99 VALUE ZERO.
           05  WS-PRE-ORE-STR-FES-GRP PIC 999V99 VALUE ZERO.
           05  WS-PRE-GIORNI-BUONO-GRP PIC 99 VALUE ZERO.
           05  WS-PRE-ORE-CIG-GRP     PIC 999V99 VALUE ZERO.

      * Giorni lavorativi convenzionali del mese (per il rateo):
      * ricalcolati dal calendario aziendale quando presente
       01  WS-ALIQ-INAIL           PIC 9V9999.
       01  WS-COSTO-LAVORO-TOT     PIC 9(10)V99.

      * Contributi INPS per inquadramento: aliquote dipendente e
      * azienda per qualifica, tipo contratto (I=indeterminato,
      * D=determinato, A=apprendistato) e classificazione INPS
      * dell'azienda (tabella ALIQUOTE_INPS, '*' = qualsiasi),
      * massimale annuo per i soggetti e contributo aggiuntivo
      * dell'1% oltre la prima fascia pensionabile sui progressivi
      * dell'anno; contributo addizionale sui contratti a termine,
      * restituito alla trasformazione a tempo indeterminato
       01  WS-ALIQ-INPS-DIP-STANDARD PIC 9V9999 VALUE 0.0919.
       01  WS-ALIQ-MAGG-TD-STANDARD PIC 9V9999 VALUE 0.0140.
       01  WS-INP-DATI.
           05  WS-INP-CONTRATTO    PIC X.
           05  WS-INP-INQUADRAMENTO PIC X(10).
           05  WS-INP-SOGG-MASSIMALE PIC X.
           05  WS-INP-ALIQ-DIP     PIC 9V9999.
           05  WS-INP-ALIQ-AZI     PIC 9V9999.
           05  WS-INP-MAGG-TD      PIC 9V9999.
           05  WS-INP-MASSIMALE    PIC 9(8)V99.
           05  WS-INP-PRIMA-FASCIA PIC 9(8)V99.
           05  WS-INP-ALIQ-AGG     PIC 9V9999.
           05  WS-INP-PROGRESSIVO  PIC 9(9)V99.
           05  WS-INP-BASE-MESE    PIC 9(8)V99.
           05  WS-INP-IMPONIBILE   PIC 9(8)V99.
           05  WS-INP-ECCEDENZA    PIC S9(9)V99.
           05  WS-INP-AGGIUNTIVO   PIC 9(8)V99.
           05  WS-INP-CONTRIB-TD   PIC 9(8)V99.
           05  WS-INP-RESTITUZIONE PIC 9(8)V99.
       01  WS-TRS-DATI.
           05  WS-TRS-DATA         PIC X(10).
           05  WS-TRS-ANNO         PIC 9(4).
           05  WS-TRS-MESE         PIC 99.
           05  WS-TRS-PERIODO      PIC 9(6).
       01  WS-F24-INPS-AZI         PIC 9(9)V99.
       01  WS-F24-RESTITUZ-TD      PIC 9(9)V99.

      * Variabili per l'import presenze da file badge
       01  WS-BDG-FILE-STATUS      PIC XX.
       01  WS-BDG-EOF              PIC X VALUE 'N'.
           05  WS-PN-ERARIO        PIC S9(10)V99.
           05  WS-PN-INPS-DIP      PIC 9(10)V99.
           05  WS-PN-CESSIONI      PIC 9(10)V99.
           05  WS-PN-SINDACATI     PIC 9(10)V99.
           05  WS-PN-CONTR-AZI     PIC 9(10)V99.
           05  WS-PN-INAIL         PIC 9(10)V99.
           05  WS-PN-PREV-COMPL    PIC 9(10)V99.
           05  WS-PN-ESENTI        PIC 9(10)V99.
           05  WS-PN-ANF           PIC 9(10)V99.
           05  WS-PN-RIMB-730      PIC 9(10)V99.
           05  WS-PN-DARE          PIC S9(11)V99.
           05  WS-PN-AVERE         PIC S9(11)V99.
           05  WS-PN-SBILANCIO     PIC S9(11)V99.

      * Flusso della prima nota per la contabilita' generale:
      * tracciato comune a magazzino, paghe e conti, una
      * registrazione per azienda e mese
       01  WS-NOME-FILE-COGE       PIC X(40).
       01  WS-COGE-RIGA.
           05  COG-SORGENTE        PIC X(3) VALUE "PAG".
           05  COG-REGISTRAZIONE   PIC X(20).
           05  COG-DATA            PIC X(10).
           05  COG-CAUSALE         PIC X(10).
           05  COG-SEGNO           PIC X.
           05  COG-IMPORTO         PIC S9(13)V99
                                   SIGN LEADING SEPARATE.
           05  COG-DESCRIZIONE     PIC X(60).
           05  FILLER              PIC X(30) VALUE SPACES.

      * Familiari a carico per le detrazioni d'imposta: coniuge e
      * figli, con percentuale di ripartizione tra i genitori e
      * date di validità
       01  WS-F24-DATI.
           05  WS-F24-TIPO         PIC X(20).
           05  WS-F24-TRIBUTO      PIC X(4).
           05  WS-F24-ENTE         PIC X(4).
           05  WS-F24-ANNO-RIF     PIC 9(4).
           05  WS-F24-RIF          PIC X(4).
           05  WS-F24-IMPORTO      PIC S9(9)V99.
           05  WS-F24-TOTALE       PIC S9(9)V99.

      * Versamento F24 del mese per azienda: la delega per la banca
      * si genera con il riepilogo, la quietanza torna dalla banca
      * con data e protocollo. Stato versamento: G=Generato,
      * P=Pagato, Z=Saldo zero o a credito (nulla da versare)
       01  WS-NOME-FILE-F24-PAG    PIC X(40).
       01  WS-QTZ-FILE-STATUS      PIC XX.
       01  WS-QTZ-EOF              PIC X.
       01  WS-F24-PAG-DATI.
           05  WS-F24-PAGABILE     PIC X.
           05  WS-F24-STATO        PIC X.
           05  WS-F24-SCADENZA     PIC X(10).
           05  WS-F24-ANNO-SCAD    PIC 9(4).
           05  WS-F24-MESE-SCAD    PIC 99.
           05  WS-F24-DATA-PAG     PIC X(10).
           05  WS-F24-PROTOCOLLO   PIC X(20).
           05  WS-F24-DOVUTO       PIC S9(9)V99.
           05  WS-F24-RIGHE        PIC 9(3).
           05  WS-F24-AZIENDA      PIC X(6).
           05  WS-F24-ANNO         PIC 9(4).
           05  WS-F24-MESE         PIC 99.
           05  WS-F24-MOTIVO       PIC X(40).
       01  WS-QTZ-CONTATORI.
           05  WS-CONTA-QTZ-LETTE  PIC 9(5).
           05  WS-CONTA-QTZ-REGISTRATE PIC 9(5).
           05  WS-CONTA-QTZ-DOPPIE PIC 9(5).
           05  WS-CONTA-QTZ-ANOMALIE PIC 9(5).
       01  WS-CONTA-F24-NON-VERSATI PIC 9(5).

      * Registro modifiche anagrafiche (AUDIT_ANAGRAFICHE): ogni
      * inserimento, variazione o cancellazione su DIPENDENTI e
      * CCNL_LIVELLI e' registrato campo per campo con il valore
      * prima e dopo, l'operatore, il programma e l'ora. L'immagine
      * della riga e' letta in JSON prima e dopo la modifica e
      * confrontata chiave per chiave; i campi sensibili (IBAN,
      * stipendio, minimi tabellari, livello) sono marcati per i
      * revisori.
      * Operazione: I=Inserimento, U=Variazione, D=Cancellazione
       01  WS-AUD-DATI.
           05  WS-AUD-TABELLA      PIC X(20).
           05  WS-AUD-CHIAVE       PIC X(40).
           05  WS-AUD-OPERAZIONE   PIC X.
           05  WS-AUD-SENSIBILI    PIC X(60) VALUE
               "iban|stipendio|minimo|contingenza|scatto|livello".
           05  WS-AUD-PROGRAMMA    PIC X(20)
                                   VALUE "GESTIONE-PAGHE".
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
               88  WS-AUT-TIPO-VALIDO  VALUE "BONIFICI-STIPENDI".
           05  WS-AUT-RIFERIMENTO  PIC X(30).
           05  WS-AUT-DESCRIZIONE  PIC X(60).
           05  WS-AUT-IMPORTO      PIC S9(11)V99.
           05  WS-AUT-PARAMETRI    PIC X(250).
           05  WS-AUT-PAR-STIPENDI REDEFINES WS-AUT-PARAMETRI.
               10  WS-AUT-PS-AZIENDA   PIC X(6).
               10  WS-AUT-PS-ANNO      PIC 9(4).
               10  WS-AUT-PS-MESE      PIC 99.
               10  WS-AUT-PS-TOTALE    PIC 9(9)V99.
               10  WS-AUT-PS-BONIFICI  PIC 9(5).
               10  FILLER              PIC X(222).
           05  WS-AUT-TOTALE-ATTUALE PIC 9(9)V99.
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
           05  WS-AUT-SOGLIA-STD   PIC S9(11)V99 VALUE 50000.
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
      * Conservazione dei dati personali: periodi per categoria in
      * RETENTION_DATI; i soggetti anonimizzati alla scadenza (R) o su
      * richiesta dell'interessato (C), e le richieste respinte per
      * vincoli di legge, restano tracciati in ANONIMIZZAZIONI
       01  WS-RET-DATI.
           05  WS-RET-CATEGORIA    PIC X(20).
               88  WS-RET-CATEGORIA-VALIDA
                   VALUE "DIPENDENTI-CESSATI" "FISCALE".
           05  WS-RET-ANNI         PIC 9(3).
           05  WS-RET-ANNI-FISCALI PIC 9(3).
           05  WS-RET-ANNI-STD     PIC 9(3) VALUE 10.
           05  WS-RET-FISCALI-STD  PIC 9(3) VALUE 7.
           05  WS-RET-DESCRIZIONE  PIC X(60).
           05  WS-RET-SOGGETTO     PIC X(6).
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

      * Calcoli trattenute
       01  WS-CALCOLI.
           05  WS-IMPONIBILE       PIC 9(8)V99.
           05  WS-IRPEF            PIC 9(8)V99.
           05  WS-INPS             PIC 9(8)V99.
           05  WS-INPS-CIG         PIC 9(8)V99.
           05  WS-ADD-REG          PIC 9(8)V99.
           05  WS-ADD-COM          PIC 9(8)V99.
           05  WS-ADD-ACC          PIC 9(8)V99.
           05  WS-DETRAZIONI       PIC 9(8)V99.
           05  WS-DETRAZIONI-FAM   PIC 9(8)V99.
           05  WS-ALIQUOTA         PIC 99V99.
           05  WS-TFR-ULTIMO-ANNO  PIC 9(4).
           05  WS-TFR-ULTIMO-MESE  PIC 99.

      * Destinazione del TFR e previdenza complementare: 'A' TFR
      * in azienda, 'F' fondo pensione, 'T' Fondo di Tesoreria
      * INPS. La quota del mese segue la scelta; al fondo vanno
      * anche i contributi del dipendente e del datore in
      * percentuale della retribuzione base, deducibili
      * dall'imponibile IRPEF fino al limite annuo di legge
       01  WS-PRV-DATI.
           05  WS-PRV-DESTINAZIONE PIC X.
           05  WS-PRV-FONDO        PIC X(10).
           05  WS-PRV-PERC-DIP     PIC 99V99.
           05  WS-PRV-PERC-AZI     PIC 99V99.
           05  WS-PRV-QUOTA-TFR    PIC 9(8)V99.
           05  WS-PRV-CONTR-DIP    PIC 9(8)V99.
           05  WS-PRV-CONTR-AZI    PIC 9(8)V99.
           05  WS-PRV-DEDUCIBILE   PIC 9(8)V99.
           05  WS-PRV-PROGR-DEDOTTO PIC 9(8)V99.
           05  WS-PRV-RESIDUO      PIC S9(8)V99.
           05  WS-PRV-RETTIFICA    PIC S9(8)V99.
           05  WS-PRV-TESORERIA    PIC 9(9)V99.
           05  WS-PRV-CU-VERSATI   PIC 9(9)V99.
           05  WS-PRV-CU-DEDOTTI   PIC 9(9)V99.
           05  WS-PRV-TES-RECUPERO PIC 9(9)V99.
           05  WS-PRV-DEST-NUOVA   PIC X.
           05  WS-PRV-DENOMINAZIONE PIC X(50).
           05  WS-PRV-IBAN         PIC X(27).
       01  WS-PRV-LIMITE-DEDUC     PIC 9(5)V99 VALUE 5164.57.

      * Distinta mensile dei contributi per fondo pensione
       01  WS-NOME-FILE-FONDI      PIC X(40).
       01  WS-DFP-DATI.
           05  WS-DFP-FONDO-PREC   PIC X(10).
           05  WS-DFP-SUB-TFR      PIC 9(9)V99.
           05  WS-DFP-SUB-DIP      PIC 9(9)V99.
           05  WS-DFP-SUB-AZI      PIC 9(9)V99.
           05  WS-DFP-SUB-TOTALE   PIC 9(9)V99.
           05  WS-DFP-TOT-GENERALE PIC 9(10)V99.
           05  WS-DFP-TOT-RIGA     PIC 9(9)V99.
       01  WS-DFP-EDIT-TFR         PIC Z,ZZZ,ZZ9.99.
       01  WS-DFP-EDIT-DIP         PIC Z,ZZZ,ZZ9.99.
       01  WS-DFP-EDIT-AZI         PIC Z,ZZZ,ZZ9.99.
       01  WS-CONTA-FONDI          PIC 999 VALUE ZERO.

      * Buoni pasto maturati dalle presenze: regola per azienda o
      * CCNL (valore, elettronico o cartaceo, ore minime, giornate
      * escluse per trasferta o lavoro agile); la parte del valore
      * oltre il limite esente giornaliero entra negli imponibili.
      * L'elaborazione mensile produce l'ordine per il fornitore.
       01  WS-BPR-DATI.
           05  WS-BPR-TROVATA      PIC X.
           05  WS-BPR-AZIENDA      PIC X(6).
           05  WS-BPR-CCNL         PIC X(6).
           05  WS-BPR-VALORE       PIC 99V99.
           05  WS-BPR-TIPO         PIC X.
           05  WS-BPR-ORE-MINIME   PIC 99V99.
           05  WS-BPR-ESCL-TRASF   PIC X.
           05  WS-BPR-ESCL-AGILE   PIC X.
           05  WS-BPR-AGILE        PIC X.
           05  WS-BPR-GIORNI-TRASF PIC 999.
           05  WS-BPR-SOGLIA       PIC 99V99.
       01  WS-BPR-SOGLIA-ELETTR    PIC 99V99 VALUE 8.00.
       01  WS-BPR-SOGLIA-CARTA     PIC 99V99 VALUE 4.00.
       01  WS-BPA-DATI.
           05  WS-BPA-NUMERO       PIC 999.
           05  WS-BPA-TIPO         PIC X.
           05  WS-BPA-VALORE-UNIT  PIC 99V99.
           05  WS-BPA-VALORE       PIC 9(6)V99.
           05  WS-BPA-ESENTE       PIC 9(6)V99.
           05  WS-BPA-IMPONIBILE   PIC 9(6)V99.
       01  WS-NOME-FILE-BUONI      PIC X(40).
       01  WS-CONTA-BUONI          PIC 999 VALUE ZERO.
       01  WS-BPA-TOT-NUMERO       PIC 9(5) VALUE ZERO.
       01  WS-BPA-TOT-VALORE       PIC 9(9)V99 VALUE ZERO.
       01  WS-BPA-NUMERO-EDIT      PIC ZZ9.
       01  WS-BPA-UNIT-EDIT        PIC Z9.99.

      * Arretrati da rinnovo CCNL con decorrenza retroattiva: i
      * mesi gia' elaborati dalla decorrenza si riprezzano con i
      * nuovi minimi in proporzione alla paga di tabella (base,
      * straordinari, mensilita' aggiuntive) e la differenza si
      * paga sul cedolino indicato a tassazione separata con
      * l'aliquota media del biennio precedente
       01  WS-ARR-DATI.
           05  WS-ARR-DECORRENZA   PIC X(10).
           05  WS-ARR-DEC-PERIODO  PIC 9(6).
           05  WS-ARR-ANNO-PAG     PIC 9(4).
           05  WS-ARR-MESE-PAG     PIC 99.
           05  WS-ARR-PAG-PERIODO  PIC 9(6).
           05  WS-ARR-ID-STIPENDIO PIC 9(9).
           05  WS-ARR-ANNO-RIF     PIC 9(4).
           05  WS-ARR-MESE-RIF     PIC 99.
           05  WS-ARR-MENSILITA    PIC 99.
           05  WS-ARR-BASE         PIC 9(8)V99.
           05  WS-ARR-STRAORD      PIC 9(8)V99.
           05  WS-ARR-PAGA-VECCHIA PIC 9(8)V99.
           05  WS-ARR-PAGA-NUOVA   PIC 9(8)V99.
           05  WS-ARR-DIFF-BASE    PIC S9(8)V99.
           05  WS-ARR-DIFF-STRAORD PIC S9(8)V99.
           05  WS-ARR-DIFF-TFR     PIC S9(8)V99.
           05  WS-ARR-DIFF-RIGA    PIC S9(8)V99.
           05  WS-ARR-MATR-PREC    PIC X(6).
           05  WS-ARR-COGNOME-PREC PIC X(50).
           05  WS-ARR-NOME-PREC    PIC X(50).
           05  WS-ARR-SUB-TOTALE   PIC S9(9)V99.
           05  WS-ARR-SUB-TFR      PIC S9(9)V99.
           05  WS-ARR-TOT-GENERALE PIC S9(10)V99.
           05  WS-ARR-TOT-TFR      PIC S9(10)V99.
           05  WS-ARR-IMPONIBILE   PIC 9(10)V99.
           05  WS-ARR-IRPEF-BIENNIO PIC S9(10)V99.
       01  WS-ARR-ALIQUOTA         PIC V9(4).
       01  WS-ARR-IMPOSTA          PIC 9(8)V99.
       01  WS-ARR-EDIT-VECCHIA     PIC ZZ,ZZ9.99.
       01  WS-ARR-EDIT-NUOVA       PIC ZZ,ZZ9.99.
       01  WS-ARR-EDIT-BASE        PIC Z,ZZZ,ZZ9.99-.
       01  WS-ARR-EDIT-STRAORD     PIC Z,ZZZ,ZZ9.99-.
       01  WS-ARR-EDIT-TFR         PIC Z,ZZZ,ZZ9.99-.
       01  WS-NOME-FILE-ARRETRATI  PIC X(40).
       01  WS-CONTA-ARRETRATI      PIC 999 VALUE ZERO.
       01  WS-CONTA-MESI-ARR       PIC 9(5) VALUE ZERO.

      * Assistenza fiscale 730: esiti del 730-4 per dipendente
      * (ESITI-730.DAT, una riga per codice fiscale: saldo e primo
      * acconto IRPEF, addizionali, secondo acconto e numero di
      * rate; importi negativi = credito). Rimborsi e trattenute
      * dal cedolino di luglio; i debiti si rateizzano a richiesta
      * (interesse 0,33% mensile sulle rate successive alla prima)
      * e cio' che lo stipendio non copre passa al mese dopo con
      * l'interesse dello 0,40% mensile; il secondo acconto IRPEF
      * si trattiene a novembre
       01  WS-730-FILE-STATUS      PIC XX.
       01  WS-730-EOF              PIC X VALUE 'N'.
       01  WS-730-MOTIVO           PIC X(40).
       01  WS-CONTA-730-LETTI      PIC 9(5) VALUE ZERO.
       01  WS-CONTA-730-CARICATI   PIC 9(5) VALUE ZERO.
       01  WS-CONTA-730-SCARTATI   PIC 9(5) VALUE ZERO.
       01  WS-730-TASSO-RATE       PIC V9(4) VALUE 0.0033.
       01  WS-730-TASSO-DIFF       PIC V9(4) VALUE 0.0040.
       01  WS-730-MESE-INIZIO      PIC 99 VALUE 7.
       01  WS-730-MESE-ACC2        PIC 99 VALUE 11.
       01  WS-730-DATI.
           05  WS-730-TROVATA      PIC X.
           05  WS-730-ANNO-IMPOSTA PIC 9(4).
           05  WS-730-IMPORTO      PIC S9(8)V99.
           05  WS-730-NUM-RATE     PIC 99.
           05  WS-730-CREDITO      PIC 9(8)V99.
           05  WS-730-DEBITO       PIC 9(8)V99.
           05  WS-730-ACC2         PIC 9(8)V99.
           05  WS-730-RES-CREDITO  PIC 9(8)V99.
           05  WS-730-RES-DEBITO   PIC 9(8)V99.
           05  WS-730-RES-ACC2     PIC 9(8)V99.
           05  WS-730-RATE-RESIDUE PIC 99.
           05  WS-730-DIFFERITO    PIC 9(8)V99.
           05  WS-730-ULT-ANNO     PIC 9(4).
           05  WS-730-ULT-MESE     PIC 99.
           05  WS-730-RATA-NUM     PIC 99.
           05  WS-730-QUOTA        PIC 9(8)V99.
           05  WS-730-QUOTA-ACC2   PIC 9(8)V99.
           05  WS-730-INTERESSI    PIC 9(8)V99.
           05  WS-730-DOVUTO       PIC 9(8)V99.
           05  WS-730-CAPIENZA     PIC S9(8)V99.
           05  WS-730-DISPONIBILE  PIC 9(8)V99.
           05  WS-730-RIMBORSO     PIC 9(8)V99.
           05  WS-730-TRATTENUTA   PIC 9(8)V99.
           05  WS-730-TRATT-ACC2   PIC 9(8)V99.
           05  WS-730-INT-PAGATI   PIC 9(8)V99.
           05  WS-730-TOTALE       PIC 9(8)V99.
           05  WS-730-RIMBORSATO   PIC 9(8)V99.
           05  WS-730-TRATTENUTO   PIC 9(8)V99.
           05  WS-730-STATO        PIC X.
       01  WS-730-EDIT-CRED        PIC ZZZ,ZZ9.99.
       01  WS-730-EDIT-DEB         PIC ZZZ,ZZ9.99.
       01  WS-730-EDIT-ACC2        PIC ZZZ,ZZ9.99.
       01  WS-730-EDIT-RIMB        PIC ZZZ,ZZ9.99.
       01  WS-730-EDIT-TRAT        PIC ZZZ,ZZ9.99.
       01  WS-730-EDIT-INT         PIC ZZ,ZZ9.99.
       01  WS-730-EDIT-RES         PIC ZZZ,ZZ9.99.
       01  WS-NOME-FILE-POS730     PIC X(40).
       01  WS-CONTA-POS730         PIC 9(5) VALUE ZERO.
       01  WS-730-PRECEDENTE.
           05  WS-730-PREC-CREDITO PIC 9(8)V99.
           05  WS-730-PREC-DEBITO  PIC 9(8)V99.
           05  WS-730-PREC-ACC2    PIC 9(8)V99.
           05  WS-730-PREC-RATE    PIC 99.
           05  WS-730-PREC-DIFF    PIC 9(8)V99.
       01  WS-730-TOT-RESIDUO      PIC 9(9)V99 VALUE ZERO.
       01  WS-CONTA-730-APERTE     PIC 9(5) VALUE ZERO.

      * Scadenzario contratti: termine e proroghe dei contratti a
      * tempo determinato (al massimo 4 proroghe e 24 mesi
      * complessivi dall'assunzione), durata dell'apprendistato
      * (da 6 a 36 mesi) con il livello di qualificazione finale.
      * Le trasformazioni decorrono dal mese indicato per livello
      * CCNL, aliquote INPS e UniEmens; l'apprendista qualificato
      * mantiene le aliquote agevolate per i 12 mesi successivi.
      * Le soglie del prospetto delle scadenze sono a 30 e 60 giorni
       01  WS-CTR-MAX-PROROGHE     PIC 9 VALUE 4.
       01  WS-CTR-MAX-MESI-TD      PIC 99 VALUE 24.
       01  WS-CTR-MIN-MESI-APP     PIC 99 VALUE 6.
       01  WS-CTR-MAX-MESI-APP     PIC 99 VALUE 36.
       01  WS-CTR-MESI-AGEV-APP    PIC 99 VALUE 12.
       01  WS-CTR-SOGLIA-1         PIC 999 VALUE 30.
       01  WS-CTR-SOGLIA-2         PIC 999 VALUE 60.
       01  WS-CTR-DATI.
           05  WS-CTR-TIPO         PIC X.
           05  WS-CTR-DATA-FINE    PIC X(10).
           05  WS-CTR-FINE-APP     PIC X(10).
           05  WS-CTR-NUOVA-FINE   PIC X(10).
           05  WS-CTR-PROROGHE     PIC 9.
           05  WS-CTR-MESI-APP     PIC 99.
           05  WS-CTR-LIVELLO-QUAL PIC X(2).
           05  WS-CTR-LIVELLO-PREC PIC X(2).
           05  WS-CTR-NUOVO-LIVELLO PIC X(2).
           05  WS-CTR-TIPO-TRASF   PIC XX.
           05  WS-CTR-DATA-TRASF   PIC X(10).
           05  WS-CTR-ENTRO-LIMITE PIC X.
           05  WS-CTR-GIORNI       PIC S9(5).
           05  WS-CTR-FASCIA       PIC X(10).
           05  WS-CTR-DESCRIZIONE  PIC X(12).
           05  WS-CTR-DETTAGLIO    PIC X(30).
       01  WS-CTR-GIORNI-EDIT      PIC ----9.
       01  WS-NOME-FILE-SCADENZE   PIC X(40).
       01  WS-CONTA-SCADENZE       PIC 9(5) VALUE ZERO.
       01  WS-CONTA-SCADUTI        PIC 9(5) VALUE ZERO.
       01  WS-CONTA-SCAD-30        PIC 9(5) VALUE ZERO.
       01  WS-CONTA-SCAD-60        PIC 9(5) VALUE ZERO.

      * Trattenute sindacali: iscrizione del dipendente a una sigla
      * con decorrenza e revoca, quota per sigla e CCNL ('*' =
      * qualsiasi) in percentuale di minimo tabellare e contingenza
      * (riproporzionati al part-time) o in misura fissa mensile;
      * lista mensile per sindacato con il bonifico del trattenuto
       01  WS-SIN-DATI.
           05  WS-SIN-SIGLA        PIC X(10).
           05  WS-SIN-DENOMINAZIONE PIC X(50).
           05  WS-SIN-IBAN         PIC X(27).
           05  WS-SIN-CCNL         PIC X(6).
           05  WS-SIN-TIPO-QUOTA   PIC X.
           05  WS-SIN-PERCENTUALE  PIC 99V99.
           05  WS-SIN-IMPORTO-FISSO PIC 9(5)V99.
           05  WS-SIN-BASE         PIC 9(8)V99.
           05  WS-SIN-QUOTA        PIC 9(7)V99.
           05  WS-SIN-DATA-INIZIO  PIC X(10).
           05  WS-SIN-DATA-FINE    PIC X(10).
           05  WS-SIN-DESCRIZIONE  PIC X(50).
       01  WS-NOME-FILE-SINDACATI  PIC X(40).
       01  WS-LSI-DATI.
           05  WS-LSI-SIGLA-PREC   PIC X(10).
           05  WS-LSI-DENOM-PREC   PIC X(50).
           05  WS-LSI-IBAN-PREC    PIC X(27).
           05  WS-LSI-ISCRITTI     PIC 9(5).
           05  WS-LSI-SUB-BASE     PIC 9(9)V99.
           05  WS-LSI-SUB-QUOTA    PIC 9(9)V99.
           05  WS-LSI-TOT-QUOTA    PIC 9(10)V99.
       01  WS-LSI-EDIT-BASE        PIC Z,ZZZ,ZZ9.99.
       01  WS-LSI-EDIT-QUOTA       PIC ZZZ,ZZ9.99.
       01  WS-CONTA-SINDACATI      PIC 999 VALUE ZERO.


      * Controllo scostamenti dei cedolini: per dipendente lordo,
      * netto, IRPEF, INPS e giorni lavorati del mese confrontati
      * con il mese precedente e con la media dei mesi precedenti
      * dell'anno. Oltre la soglia percentuale dell'azienda
      * (tabella SOGLIE_SCOSTAMENTI, '*' = tutte le aziende) il
      * cedolino resta da verificare dal responsabile paghe e i
      * bonifici del periodo sono bloccati; la verifica vale per
      * il netto rilevato, una rielaborazione che lo cambia la
      * fa decadere
       01  WS-SCO-SOGLIA-STANDARD  PIC 999V99 VALUE 20.00.
       01  WS-SCO-SOGLIE.
           05  WS-SCO-SGL-LORDO    PIC 999V99.
           05  WS-SCO-SGL-NETTO    PIC 999V99.
           05  WS-SCO-SGL-IRPEF    PIC 999V99.
           05  WS-SCO-SGL-INPS     PIC 999V99.
           05  WS-SCO-SGL-GIORNI   PIC 999V99.
       01  WS-SCO-MISURE.
           05  WS-SCO-MISURA OCCURS 5 TIMES.
               10  WS-SCO-VOCE     PIC X(8).
               10  WS-SCO-CORR     PIC S9(8)V99.
               10  WS-SCO-PREC     PIC S9(8)V99.
               10  WS-SCO-MEDIA    PIC S9(8)V99.
               10  WS-SCO-SOGLIA   PIC 999V99.
               10  WS-SCO-FUORI    PIC X.
       01  WS-SCO-IDX              PIC 9.
       01  WS-SCO-DATI.
           05  WS-SCO-C-LORDO      PIC 9(8)V99.
           05  WS-SCO-C-NETTO      PIC 9(8)V99.
           05  WS-SCO-C-IRPEF      PIC S9(8)V99.
           05  WS-SCO-C-INPS       PIC S9(8)V99.
           05  WS-SCO-C-GIORNI     PIC 99.
           05  WS-SCO-P-PRESENTE   PIC X.
           05  WS-SCO-P-LORDO      PIC 9(8)V99.
           05  WS-SCO-P-NETTO      PIC 9(8)V99.
           05  WS-SCO-P-IRPEF      PIC S9(8)V99.
           05  WS-SCO-P-INPS       PIC S9(8)V99.
           05  WS-SCO-P-GIORNI     PIC 99.
           05  WS-SCO-M-MESI       PIC 99.
           05  WS-SCO-M-LORDO      PIC 9(8)V99.
           05  WS-SCO-M-NETTO      PIC 9(8)V99.
           05  WS-SCO-M-IRPEF      PIC S9(8)V99.
           05  WS-SCO-M-INPS       PIC S9(8)V99.
           05  WS-SCO-M-GIORNI     PIC 99V99.
           05  WS-SCO-BASE-CORR    PIC 9(8)V99.
           05  WS-SCO-BASE-PREC    PIC 9(8)V99.
           05  WS-SCO-STR-CORR     PIC 999V99.
           05  WS-SCO-STR-PREC     PIC 999V99.
           05  WS-SCO-MALATTIA     PIC 9(8)V99.
           05  WS-SCO-ARRETRATI    PIC 9(8)V99.
           05  WS-SCO-TRASF-MESE   PIC X.
           05  WS-SCO-VOCI-NUOVE   PIC X(60).
           05  WS-SCO-RIF          PIC S9(8)V99.
           05  WS-SCO-TIPO-RIF     PIC X(10).
           05  WS-SCO-PERC         PIC S9(5)V99.
           05  WS-SCO-ANOMALIE     PIC 99.
           05  WS-SCO-CAUSE        PIC 99.
       01  WS-SCO-MOTIVI-TESTO     PIC X(72).
       01  WS-SCO-MOTIVI REDEFINES WS-SCO-MOTIVI-TESTO.
           05  WS-SCO-MOTIVO OCCURS 8 TIMES PIC X(9).
       01  WS-SCO-EDIT-CORR        PIC Z,ZZZ,ZZ9.99-.
       01  WS-SCO-EDIT-RIF         PIC Z,ZZZ,ZZ9.99-.
       01  WS-SCO-EDIT-PERC        PIC +ZZZ9.99.
       01  WS-SCO-EDIT-SOGLIE.
           05  WS-SCO-EDIT-SGL OCCURS 5 TIMES PIC ZZ9.99.
       01  WS-SCO-EDIT-GG-PREC     PIC Z9.
       01  WS-SCO-EDIT-GG-CORR     PIC Z9.
       01  WS-SCO-EDIT-ORE-PREC    PIC ZZ9.99.
       01  WS-SCO-EDIT-ORE-CORR    PIC ZZ9.99.
       01  WS-NOME-FILE-SCOSTAMENTI PIC X(40).
       01  WS-CONTA-SCO-CONTROLLATI PIC 9(5) VALUE ZERO.
       01  WS-CONTA-SCO-ANOMALI    PIC 9(5) VALUE ZERO.
       01  WS-SCO-APERTE           PIC 9(5) VALUE ZERO.

      * Cassa integrazione guadagni a ore: autorizzazioni per
      * azienda (tipo, periodo, ore autorizzate) e giornate 'C' in
      * PRESENZE con le ore integrate, legate all'autorizzazione
      * che le copre. Nel mese le ore integrate escono dalla
      * retribuzione; l'integrazione (80% della retribuzione
      * oraria, entro il massimale mensile della fascia di
      * retribuzione riproporzionato alle ore) e' anticipata in
      * busta fuori imponibile previdenziale, con la sola
      * riduzione contributiva del 5,84%. Massimali per anno in
      * MASSIMALI_CIG, in mancanza valgono quelli sotto.
      * Tipo CIG: O=ordinaria, S=straordinaria, D=in deroga,
      * F=assegno FIS
       01  WS-CIG-PARAMETRI.
           05  WS-CIG-DIVISORE-ORARIO PIC 999 VALUE 168.
           05  WS-CIG-PERC-INTEGRAZ   PIC 9V99 VALUE 0.80.
           05  WS-CIG-ALIQ-RIDUZIONE  PIC 9V9999 VALUE 0.0584.
           05  WS-CIG-SOGLIA-RETRIB   PIC 9(6)V99 VALUE 2159.48.
           05  WS-CIG-MASSIMALE-1     PIC 9(6)V99 VALUE 998.18.
           05  WS-CIG-MASSIMALE-2     PIC 9(6)V99 VALUE 1199.72.
       01  WS-CIG-CALCOLO.
           05  WS-CIG-PAGA-ORARIA  PIC 9(6)V99.
           05  WS-CIG-RIDUZ-BASE   PIC 9(8)V99.
           05  WS-CIG-MASSIMALE    PIC 9(6)V99.
           05  WS-CIG-TETTO        PIC 9(8)V99.
       01  WS-CIG-DATI.
           05  WS-CIG-ID           PIC 9(9).
           05  WS-CIG-TIPO         PIC X.
           05  WS-CIG-NUMERO       PIC X(20).
           05  WS-CIG-DATA-INIZIO  PIC X(10).
           05  WS-CIG-DATA-FINE    PIC X(10).
           05  WS-CIG-ORE-AUTORIZZATE PIC 9(6)V99.
           05  WS-CIG-ORE-UTILIZZATE  PIC 9(6)V99.
           05  WS-CIG-ORE-RESIDUE  PIC S9(6)V99.
           05  WS-CIG-PERC-UTILIZZO PIC 999V99.
           05  WS-CIG-DIPENDENTI   PIC 9(5).
           05  WS-CIG-STATO        PIC X.
           05  WS-CIG-DATA-GIORNO  PIC X(10).
           05  WS-CIG-MOTIVO       PIC X(40).
       01  WS-CIG-EDIT-ORE         PIC ZZ9.99.
       01  WS-CIG-EDIT-AUTORIZZ    PIC ZZZ,ZZ9.99.
       01  WS-CIG-EDIT-UTILIZZ     PIC ZZZ,ZZ9.99.
       01  WS-CIG-EDIT-RESIDUE     PIC ZZZ,ZZ9.99-.
       01  WS-CIG-EDIT-PERC        PIC ZZ9.99.
       01  WS-F24-CIG              PIC 9(9)V99.
       01  WS-NOME-FILE-CIG        PIC X(40).
       01  WS-CONTA-CIG            PIC 999 VALUE ZERO.

      * Maturazione ferie e permessi (giorni/mese)
       01  WS-FERIE-MATURAZIONE-MESE   PIC 9V99 VALUE 2.17.
       01  WS-PERMESSO-MATURAZIONE-MESE PIC 9V99 VALUE 0.67.
           05  WS-UNI-SETTIMANE    PIC 99.
           05  WS-UNI-MAL-INPS     PIC 9(8)V99.
           05  WS-UNI-CONG-INPS    PIC 9(8)V99.
           05  WS-UNI-AGGIUNTIVO   PIC 9(8)V99.
           05  WS-UNI-CONTRIB-TD   PIC 9(8)V99.
           05  WS-UNI-RESTITUZ-TD  PIC 9(8)V99.
           05  WS-UNI-TESORERIA    PIC 9(8)V99.
           05  WS-UNI-TES-RECUPERO PIC 9(8)V99.
           05  WS-UNI-CIG-INPS     PIC 9(8)V99.
           05  WS-UNI-ORE-CIG      PIC 9(4)V99.
       01  WS-UNI-TOTALI.
           05  WS-UNI-TOT-IMPON    PIC 9(10)V99.
           05  WS-UNI-TOT-CONTRIB  PIC 9(10)V99.
           05  WS-UNI-SQUADRATURA  PIC S9(10)V99.
       01  WS-CONTA-UNIEMENS       PIC 999 VALUE ZERO.

      * Addizionali regionale e comunale all'IRPEF per residenza
      * fiscale: aliquote a scaglioni con soglia di esenzione per
      * ente e anno. Il dovuto dell'anno si determina al conguaglio
      * e si trattiene a rate sull'anno successivo: saldo regionale
      * e comunale da gennaio a novembre, acconto comunale (30%)
      * da marzo a novembre; in cessazione le rate residue vanno
      * tutte sull'ultimo cedolino
       01  WS-ADD-DATI.
           05  WS-ADD-TIPO-ENTE    PIC X.
           05  WS-ADD-ENTE         PIC X(4).
           05  WS-ADD-ANNO-ALIQ    PIC 9(4).
           05  WS-ADD-ANNO-SUCC    PIC 9(4).
           05  WS-ADD-TROVATE      PIC 999.
           05  WS-ADD-SOGLIA       PIC 9(8)V99.
           05  WS-ADD-LIMITE-DA    PIC 9(8)V99.
           05  WS-ADD-LIMITE-A     PIC 9(8)V99.
           05  WS-ADD-ALIQUOTA     PIC 9V9999.
           05  WS-ADD-ALIQ-PERC    PIC 99V999.
           05  WS-ADD-IMPORTO      PIC 9(8)V99.
           05  WS-ADD-TIPO-TRATT   PIC X(10).
           05  WS-ADD-DESCRIZIONE  PIC X(50).
       01  WS-ALIQ-ACCONTO-COM     PIC 9V99 VALUE 0.30.
       01  WS-APR-DATI.
           05  WS-APR-ID           PIC 9(9).
           05  WS-APR-TIPO         PIC X(3).
           05  WS-APR-ENTE         PIC X(4).
           05  WS-APR-ANNO-RIF     PIC 9(4).
           05  WS-APR-TOTALE       PIC 9(8)V99.
           05  WS-APR-RATE-TOTALI  PIC 99.
           05  WS-APR-RESIDUE      PIC 99.
           05  WS-APR-TRATTENUTO   PIC 9(8)V99.
           05  WS-APR-ULTIMA-RATA  PIC 9(8)V99.
           05  WS-APR-ANNO-TRATT   PIC 9(4).
           05  WS-APR-MESE-INIZIO  PIC 99.
           05  WS-APR-MESE-FINE    PIC 99.
           05  WS-APR-ULT-ANNO     PIC 9(4).
           05  WS-APR-ULT-MESE     PIC 99.
           05  WS-APR-RATA         PIC 9(8)V99.
           05  WS-APR-STATO        PIC X.
           05  WS-APR-ESISTENTI    PIC 999.
       01  WS-APR-TRATT-EDIT       PIC Z,ZZZ,ZZ9.99-.
      * Rate applicate nel mese: una riga di trattenuta per piano,
      * con ente e anno di riferimento per F24 e CU
       01  WS-ADD-CONTA            PIC 99 VALUE ZERO.
       01  WS-ADD-IDX              PIC 99.
       01  WS-ADD-TABELLA.
           05  WS-ADD-T OCCURS 6 TIMES.
               10  WS-ADD-T-TIPO   PIC X(3).
               10  WS-ADD-T-ENTE   PIC X(4).
               10  WS-ADD-T-ANNO   PIC 9(4).
               10  WS-ADD-T-RATA   PIC 9(8)V99.
      * Conguaglio di fine anno delle addizionali
       01  WS-ACN-DATI.
           05  WS-ACN-REG-DOVUTA   PIC 9(8)V99.
           05  WS-ACN-COM-DOVUTA   PIC 9(8)V99.
           05  WS-ACN-ACC-VERSATO  PIC 9(8)V99.
           05  WS-ACN-COM-SALDO    PIC S9(8)V99.
           05  WS-ACN-ACC-SUCC     PIC 9(8)V99.
           05  WS-ACN-RIMBORSO     PIC S9(8)V99.
           05  WS-ACN-GIA-RIMBORSO PIC S9(8)V99.
      * Addizionali in Certificazione Unica
       01  WS-CU-ADD-DATI.
           05  WS-CU-REG-ENTE      PIC X(4).
           05  WS-CU-COM-ENTE      PIC X(4).
           05  WS-CU-ACC-ANNO      PIC S9(9)V99.
           05  WS-CU-ACC-SUCC      PIC 9(9)V99.

      * Variabili per formattazione
       01  WS-IMPORTO-EDIT         PIC Z,ZZZ,ZZ9.99-.
       01  WS-NUMERO-EDIT          PIC ZZ9.
                          ELSE ore_straordinarie_notturne END),
                      SUM(CASE WHEN COALESCE(flag_straord, 'A')
                               = 'D' THEN 0
                          ELSE ore_straordinarie_festive END),
                      SUM(CASE WHEN :WS-BPR-ESCL-AGILE = 'S'
                                AND COALESCE(lavoro_agile, 'N') = 'S'
                               THEN 0
                               WHEN ore_ordinarie >= :WS-BPR-ORE-MINIME
                               THEN 1
                          ELSE 0 END),
                      SUM(COALESCE(ore_cig, 0))
               FROM PRESENZE
               WHERE matricola = :WS-MATRICOLA
               AND EXTRACT(YEAR FROM data_presenza) = :WS-ANNO
                       AND t.tipo_trattenuta IN
                           ('IRPEF', 'DETRAZ', 'DETRAZ_FAM',
                            'CONGUAGLIO')),
                      (SELECT COALESCE(SUM(a.importo_totale), 0)
                       FROM ADDIZIONALI_RATE a
                       WHERE a.matricola = d.matricola
                       AND a.anno_riferimento = :WS-ANNO
                       AND a.tipo_addizionale = 'REG'),
                      (SELECT COALESCE(SUM(a.importo_totale), 0)
                       FROM ADDIZIONALI_RATE a
                       WHERE a.matricola = d.matricola
                       AND a.anno_riferimento = :WS-ANNO
                       AND a.tipo_addizionale = 'COM'),
                      SUM(COALESCE(s.fringe_benefit, 0)),
                      SUM(COALESCE(s.premio_detassato, 0)),
                      (SELECT COALESCE(SUM(t.importo), 0)
                            'CONGUAGLIO')
                      THEN 'IRPEF'
                      ELSE t.tipo_trattenuta END,
                      COALESCE(t.codice_ente, ' '),
                      COALESCE(t.anno_riferimento, 0),
                      SUM(t.importo)
               FROM TRATTENUTE t
               JOIN STIPENDI s
               AND d.codice_azienda = :WS-AZIENDA-FILTRO
               AND t.tipo_trattenuta IN
                   ('IRPEF', 'DETRAZ', 'DETRAZ_FAM', 'CONGUAGLIO',
                    'ADD_REG', 'ADD_COM', 'ADD_ACC', 'INPS',
                    'IMP_SOST', 'IRPEF_SEP', 'TRAT_730',
                    'ACC2_730', 'INT_730')
               GROUP BY CASE WHEN t.tipo_trattenuta IN
                             ('IRPEF', 'DETRAZ', 'DETRAZ_FAM',
                              'CONGUAGLIO')
                        THEN 'IRPEF'
                        ELSE t.tipo_trattenuta END,
                        COALESCE(t.codice_ente, ' '),
                        COALESCE(t.anno_riferimento, 0)
               ORDER BY 1, 2, 3
           END-EXEC.

      * Mesi con stipendi elaborati il cui F24 non risulta versato
      * alla scadenza del 16 del mese successivo (anche se la
      * delega non e' mai stata generata)
           EXEC SQL
               DECLARE CUR-F24-NON-VERSATI CURSOR FOR
               SELECT x.codice_azienda, x.anno, x.mese,
                      CAST(CAST(MAKE_DATE(x.anno, x.mese, 16)
                                + INTERVAL '1 month' AS DATE)
                           AS CHAR(10)),
                      COALESCE(v.stato, ' '),
                      COALESCE(v.importo, 0)
               FROM (SELECT DISTINCT d.codice_azienda, s.anno,
                            s.mese
                     FROM STIPENDI s
                     JOIN DIPENDENTI d ON s.matricola = d.matricola
                     WHERE s.stato_pagamento <> 'A') x
               LEFT JOIN F24_VERSAMENTI v
                 ON v.codice_azienda = x.codice_azienda
                AND v.anno = x.anno
                AND v.mese = x.mese
               WHERE COALESCE(v.stato, ' ') NOT IN ('P', 'Z')
               AND MAKE_DATE(x.anno, x.mese, 16)
                   + INTERVAL '1 month' < CURRENT_DATE
               AND (TRIM(:WS-AZIENDA-FILTRO) = ''
                    OR x.codice_azienda = :WS-AZIENDA-FILTRO)
               ORDER BY x.codice_azienda, x.anno, x.mese
           END-EXEC.

      * Indennita' anticipate per conto INPS da recuperare:
               SELECT d.reparto, COUNT(*),
                      SUM(s.totale_lordo),
                      SUM(COALESCE(s.contributi_azienda, 0)),
                      SUM(COALESCE(s.inail_azienda, 0)),
                      (SELECT COALESCE(SUM(r.importo), 0)
                       FROM RESTITUZIONI_TD r
                       JOIN DIPENDENTI d2
                            ON d2.matricola = r.matricola
                       WHERE d2.reparto = d.reparto
                       AND d2.codice_azienda = :WS-AZIENDA-FILTRO
                       AND r.anno = :WS-ANNO
                       AND r.mese = :WS-MESE)
               FROM STIPENDI s
               JOIN DIPENDENTI d ON s.matricola = d.matricola
               WHERE s.anno = :WS-ANNO
      * Flusso individuale UniEmens: per dipendente l'imponibile
      * previdenziale del mese, i contributi (quota dipendente
      * dalle trattenute INPS e quota azienda), i giorni retribuiti
      * per le settimane utili, l'indennita' di malattia INPS e
      * l'integrazione CIG anticipata con le ore integrate
           EXEC SQL
               DECLARE CUR-UNIEMENS CURSOR FOR
               SELECT d.matricola, d.cognome, d.nome,
                      d.codice_fiscale,
                      SUM(COALESCE(s.imponibile_inps,
                                   s.totale_lordo)),
                      (SELECT COALESCE(SUM(t.importo), 0)
                       FROM TRATTENUTE t
                       JOIN STIPENDI s2
                      SUM(COALESCE(s.contributi_azienda, 0)),
                      SUM(COALESCE(s.giorni_lavorati, 0)),
                      SUM(COALESCE(s.importo_malattia_inps, 0)),
                      SUM(COALESCE(s.importo_congedi_inps, 0)),
                      SUM(COALESCE(s.contributo_aggiuntivo, 0)),
                      SUM(COALESCE(s.contributo_td, 0)),
                      (SELECT COALESCE(SUM(r.importo), 0)
                       FROM RESTITUZIONI_TD r
                       WHERE r.matricola = d.matricola
                       AND r.anno = :WS-ANNO
                       AND r.mese = :WS-MESE),
                      (SELECT COALESCE(SUM(p.quota_tfr), 0)
                       FROM PREVIDENZA_MENSILE p
                       JOIN STIPENDI s3
                            ON p.id_stipendio = s3.id_stipendio
                       WHERE s3.matricola = d.matricola
                       AND s3.anno = :WS-ANNO
                       AND s3.mese = :WS-MESE
                       AND s3.stato_pagamento <> 'A'
                       AND p.destinazione_tfr = 'T'),
                      (SELECT COALESCE(SUM(v.importo), 0)
                       FROM VOCI_RETRIBUTIVE v
                       WHERE v.matricola = d.matricola
                       AND v.anno = :WS-ANNO
                       AND v.mese = :WS-MESE
                       AND v.tipo_voce = 'TFR_TES'),
                      COALESCE(d.tipo_trasformazione, ' '),
                      CASE WHEN EXTRACT(YEAR FROM
                                        d.data_trasformazione)
                                = :WS-ANNO
                            AND EXTRACT(MONTH FROM
                                        d.data_trasformazione)
                                = :WS-MESE
                           THEN CAST(d.data_trasformazione
                                     AS CHAR(10))
                           ELSE ' ' END,
                      SUM(COALESCE(s.importo_cig, 0)),
                      SUM(COALESCE(s.ore_cig, 0))
               FROM STIPENDI s
               JOIN DIPENDENTI d ON s.matricola = d.matricola
               WHERE s.anno = :WS-ANNO
               AND s.stato_pagamento <> 'A'
               AND d.codice_azienda = :WS-AZIENDA-FILTRO
               GROUP BY d.matricola, d.cognome, d.nome,
                        d.codice_fiscale, d.tipo_trasformazione,
                        d.data_trasformazione
               ORDER BY d.matricola
           END-EXEC.

      * Scaglioni dell'addizionale per ente: si usa l'ultimo anno
      * tabellato non successivo a quello richiesto (le aliquote
      * restano valide finche' l'ente non ne delibera di nuove)
           EXEC SQL
               DECLARE CUR-ADD-ALIQUOTE CURSOR FOR
               SELECT limite_da, COALESCE(limite_a, 99999999.99),
                      aliquota
               FROM ADDIZIONALI_ALIQUOTE
               WHERE tipo_ente = :WS-ADD-TIPO-ENTE
               AND codice_ente = :WS-ADD-ENTE
               AND anno = (SELECT MAX(a2.anno)
                           FROM ADDIZIONALI_ALIQUOTE a2
                           WHERE a2.tipo_ente = :WS-ADD-TIPO-ENTE
                           AND a2.codice_ente = :WS-ADD-ENTE
                           AND a2.anno <= :WS-ADD-ANNO-ALIQ)
               ORDER BY limite_da
           END-EXEC.

      * Piani di rateizzazione delle addizionali da trattenere nel
      * mese: gli attivi gia' partiti (tutti, in cessazione), piu'
      * quelli applicati proprio nel periodo corrente (per le
      * rielaborazioni dello stesso mese)
           EXEC SQL
               DECLARE CUR-RATE-ADDIZIONALI CURSOR FOR
               SELECT id_piano, tipo_addizionale, codice_ente,
                      anno_riferimento, importo_totale,
                      rate_totali, rate_residue,
                      importo_trattenuto,
                      COALESCE(importo_ultima_rata, 0),
                      anno_trattenuta, mese_fine,
                      COALESCE(ultimo_anno_appl, 0),
                      COALESCE(ultimo_mese_appl, 0)
               FROM ADDIZIONALI_RATE
               WHERE matricola = :WS-MATRICOLA
               AND ((stato = 'A'
                     AND (:WS-CES-IN-CORSO = 'S'
                          OR anno_trattenuta < :WS-ANNO
                          OR (anno_trattenuta = :WS-ANNO
                              AND mese_inizio <= :WS-MESE)))
                    OR (ultimo_anno_appl = :WS-ANNO
                        AND ultimo_mese_appl = :WS-MESE))
               ORDER BY anno_riferimento, tipo_addizionale
           END-EXEC.

           EXEC SQL
               DECLARE CUR-PIANI-ADDIZIONALI CURSOR FOR
               SELECT tipo_addizionale, codice_ente,
                      anno_riferimento, importo_totale,
                      importo_trattenuto, rate_totali,
                      rate_residue, stato
               FROM ADDIZIONALI_RATE
               WHERE matricola = :WS-MATRICOLA
               ORDER BY anno_riferimento DESC, tipo_addizionale
           END-EXEC.

      * Distinta dei contributi del mese per fondo pensione: quota
      * TFR conferita e contributi di dipendente e datore
           EXEC SQL
               DECLARE CUR-DISTINTA-FONDI CURSOR FOR
               SELECT p.codice_fondo,
                      COALESCE(f.denominazione, ' '),
                      COALESCE(f.iban, ' '),
                      d.matricola, d.cognome, d.nome,
                      SUM(p.quota_tfr), SUM(p.contributo_dip),
                      SUM(p.contributo_azi)
               FROM PREVIDENZA_MENSILE p
               JOIN STIPENDI s ON p.id_stipendio = s.id_stipendio
               JOIN DIPENDENTI d ON s.matricola = d.matricola
               LEFT JOIN FONDI_PENSIONE f
                    ON p.codice_fondo = f.codice_fondo
               WHERE s.anno = :WS-ANNO
               AND s.mese = :WS-MESE
               AND s.stato_pagamento <> 'A'
               AND d.codice_azienda = :WS-AZIENDA-FILTRO
               AND p.destinazione_tfr = 'F'
               GROUP BY p.codice_fondo, f.denominazione, f.iban,
                        d.matricola, d.cognome, d.nome
               ORDER BY p.codice_fondo, d.matricola
           END-EXEC.

      * Ordine mensile al fornitore dei buoni pasto: quantita' per
      * dipendente dai cedolini ordinari del periodo
           EXEC SQL
               DECLARE CUR-ORDINE-BUONI CURSOR FOR
               SELECT d.matricola, d.codice_fiscale, d.cognome,
                      d.nome, s.buoni_pasto_tipo,
                      s.buoni_pasto_valore_unit,
                      s.buoni_pasto_numero
               FROM STIPENDI s
               JOIN DIPENDENTI d ON s.matricola = d.matricola
               WHERE s.anno = :WS-ANNO
               AND s.mese = :WS-MESE
               AND s.mensilita = 0
               AND s.stato_pagamento <> 'A'
               AND d.codice_azienda = :WS-AZIENDA-FILTRO
               AND COALESCE(s.buoni_pasto_numero, 0) > 0
               ORDER BY s.buoni_pasto_tipo, d.matricola
           END-EXEC.

      * Cedolini da riprezzare per il rinnovo CCNL: dalla
      * decorrenza al periodo precedente quello di pagamento,
      * esclusi quelli gia' riprezzati per lo stesso rinnovo
           EXEC SQL
               DECLARE CUR-ARRETRATI-CCNL CURSOR FOR
               SELECT s.id_stipendio, d.matricola, d.cognome,
                      d.nome, d.livello,
                      COALESCE(CAST(d.data_assunzione AS CHAR(10)),
                               ' '),
                      s.anno, s.mese, s.mensilita,
                      s.stipendio_base,
                      COALESCE(s.importo_straord, 0)
               FROM STIPENDI s
               JOIN DIPENDENTI d ON s.matricola = d.matricola
               WHERE d.codice_ccnl = :WS-CCNL-CODICE
               AND s.stato_pagamento <> 'A'
               AND s.anno * 100 + s.mese >= :WS-ARR-DEC-PERIODO
               AND s.anno * 100 + s.mese < :WS-ARR-PAG-PERIODO
               AND NOT EXISTS
                   (SELECT 1 FROM ARRETRATI_CCNL a
                    WHERE a.id_stipendio = s.id_stipendio
                    AND a.codice_ccnl = :WS-CCNL-CODICE
                    AND a.decorrenza = :WS-ARR-DECORRENZA)
               ORDER BY d.matricola, s.anno, s.mese, s.mensilita
           END-EXEC.

      * Posizioni 730 dell'anno d'imposta con i movimenti dei
      * cedolini non annullati
           EXEC SQL
               DECLARE CUR-POSIZIONI-730 CURSOR FOR
               SELECT a.matricola, d.cognome, a.credito, a.debito,
                      a.acconto2,
                      (SELECT COALESCE(SUM(m.rimborso), 0)
                       FROM MOVIMENTI_730 m
                       JOIN STIPENDI s
                            ON m.id_stipendio = s.id_stipendio
                       WHERE m.matricola = a.matricola
                       AND m.anno_imposta = a.anno_imposta
                       AND s.stato_pagamento <> 'A'),
                      (SELECT COALESCE(SUM(m.trattenuta
                                           + m.acconto2), 0)
                       FROM MOVIMENTI_730 m
                       JOIN STIPENDI s
                            ON m.id_stipendio = s.id_stipendio
                       WHERE m.matricola = a.matricola
                       AND m.anno_imposta = a.anno_imposta
                       AND s.stato_pagamento <> 'A'),
                      (SELECT COALESCE(SUM(m.interessi), 0)
                       FROM MOVIMENTI_730 m
                       JOIN STIPENDI s
                            ON m.id_stipendio = s.id_stipendio
                       WHERE m.matricola = a.matricola
                       AND m.anno_imposta = a.anno_imposta
                       AND s.stato_pagamento <> 'A'),
                      a.residuo_debito + a.residuo_acc2,
                      a.stato
               FROM ASSISTENZA_730 a
               JOIN DIPENDENTI d ON a.matricola = d.matricola
               WHERE a.anno_imposta = :WS-730-ANNO-IMPOSTA
               AND d.codice_azienda = :WS-AZIENDA-FILTRO
               ORDER BY a.matricola
           END-EXEC.

      * Contratti a termine e apprendistati dei dipendenti in forza
      * con scadenza entro la seconda soglia dalla data odierna,
      * compresi quelli gia' scaduti
           EXEC SQL
               DECLARE CUR-SCADENZE-CONTRATTI CURSOR FOR
               SELECT d.matricola, d.cognome, d.nome,
                      d.tipo_contratto,
                      CAST(CASE WHEN d.tipo_contratto = 'D'
                                THEN d.data_fine_contratto
                                ELSE d.data_fine_apprendistato
                           END AS CHAR(10)),
                      CASE WHEN d.tipo_contratto = 'D'
                           THEN d.data_fine_contratto
                           ELSE d.data_fine_apprendistato
                      END - CURRENT_DATE,
                      COALESCE(d.numero_proroghe, 0),
                      d.livello,
                      COALESCE(d.livello_qualifica, ' ')
               FROM DIPENDENTI d
               WHERE d.stato = 'A'
               AND d.codice_azienda = :WS-AZIENDA-FILTRO
               AND ((d.tipo_contratto = 'D'
                     AND d.data_fine_contratto
                         <= CURRENT_DATE + :WS-CTR-SOGLIA-2)
                 OR (d.tipo_contratto = 'A'
                     AND d.data_fine_apprendistato
                         <= CURRENT_DATE + :WS-CTR-SOGLIA-2))
               ORDER BY 6, d.matricola
           END-EXEC.

      * Lista mensile delle quote sindacali trattenute: per sigla
      * gli iscritti con base di calcolo e quota dei cedolini non
      * annullati
           EXEC SQL
               DECLARE CUR-LISTA-SINDACATI CURSOR FOR
               SELECT q.sigla,
                      COALESCE(n.denominazione, ' '),
                      COALESCE(n.iban, ' '),
                      d.matricola, d.cognome, d.nome,
                      SUM(q.base_calcolo), SUM(q.importo)
               FROM TRATTENUTE_SINDACALI q
               JOIN STIPENDI s ON q.id_stipendio = s.id_stipendio
               JOIN DIPENDENTI d ON s.matricola = d.matricola
               LEFT JOIN SINDACATI n ON q.sigla = n.sigla
               WHERE s.anno = :WS-ANNO
               AND s.mese = :WS-MESE
               AND s.stato_pagamento <> 'A'
               AND d.codice_azienda = :WS-AZIENDA-FILTRO
               GROUP BY q.sigla, n.denominazione, n.iban,
                        d.matricola, d.cognome, d.nome
               ORDER BY q.sigla, d.matricola
           END-EXEC.


      * Cedolini ordinari del periodo con i valori di confronto:
      * mese precedente (anche a cavallo d'anno) e media dei mesi
      * precedenti dello stesso anno; per le cause dello
      * scostamento paga base, straordinari, malattia, arretrati,
      * trasformazione del contratto e voci assenti il mese prima
           EXEC SQL
               DECLARE CUR-SCOSTAMENTI CURSOR FOR
               SELECT s.id_stipendio, d.matricola, d.cognome,
                      d.nome, s.totale_lordo, s.netto_pagare,
                      (SELECT COALESCE(SUM(t.importo), 0)
                       FROM TRATTENUTE t
                       WHERE t.id_stipendio = s.id_stipendio
                       AND t.tipo_trattenuta = 'IRPEF'),
                      (SELECT COALESCE(SUM(t.importo), 0)
                       FROM TRATTENUTE t
                       WHERE t.id_stipendio = s.id_stipendio
                       AND t.tipo_trattenuta = 'INPS'),
                      COALESCE(s.giorni_lavorati, 0),
                      CASE WHEN p.id_stipendio IS NULL THEN 'N'
                           ELSE 'S' END,
                      COALESCE(p.totale_lordo, 0),
                      COALESCE(p.netto_pagare, 0),
                      (SELECT COALESCE(SUM(t.importo), 0)
                       FROM TRATTENUTE t
                       WHERE t.id_stipendio = p.id_stipendio
                       AND t.tipo_trattenuta = 'IRPEF'),
                      (SELECT COALESCE(SUM(t.importo), 0)
                       FROM TRATTENUTE t
                       WHERE t.id_stipendio = p.id_stipendio
                       AND t.tipo_trattenuta = 'INPS'),
                      COALESCE(p.giorni_lavorati, 0),
                      (SELECT COUNT(*)
                       FROM STIPENDI y
                       WHERE y.matricola = s.matricola
                       AND y.anno = s.anno AND y.mese < s.mese
                       AND y.mensilita = 0
                       AND y.stato_pagamento <> 'A'),
                      (SELECT COALESCE(AVG(y.totale_lordo), 0)
                       FROM STIPENDI y
                       WHERE y.matricola = s.matricola
                       AND y.anno = s.anno AND y.mese < s.mese
                       AND y.mensilita = 0
                       AND y.stato_pagamento <> 'A'),
                      (SELECT COALESCE(AVG(y.netto_pagare), 0)
                       FROM STIPENDI y
                       WHERE y.matricola = s.matricola
                       AND y.anno = s.anno AND y.mese < s.mese
                       AND y.mensilita = 0
                       AND y.stato_pagamento <> 'A'),
                      (SELECT COALESCE(SUM(t.importo)
                              / NULLIF(COUNT(DISTINCT y.id_stipendio),
                                       0), 0)
                       FROM STIPENDI y
                       JOIN TRATTENUTE t
                            ON t.id_stipendio = y.id_stipendio
                       WHERE y.matricola = s.matricola
                       AND y.anno = s.anno AND y.mese < s.mese
                       AND y.mensilita = 0
                       AND y.stato_pagamento <> 'A'
                       AND t.tipo_trattenuta = 'IRPEF'),
                      (SELECT COALESCE(SUM(t.importo)
                              / NULLIF(COUNT(DISTINCT y.id_stipendio),
                                       0), 0)
                       FROM STIPENDI y
                       JOIN TRATTENUTE t
                            ON t.id_stipendio = y.id_stipendio
                       WHERE y.matricola = s.matricola
                       AND y.anno = s.anno AND y.mese < s.mese
                       AND y.mensilita = 0
                       AND y.stato_pagamento <> 'A'
                       AND t.tipo_trattenuta = 'INPS'),
                      (SELECT COALESCE(AVG(y.giorni_lavorati), 0)
                       FROM STIPENDI y
                       WHERE y.matricola = s.matricola
                       AND y.anno = s.anno AND y.mese < s.mese
                       AND y.mensilita = 0
                       AND y.stato_pagamento <> 'A'),
                      COALESCE(s.stipendio_base, 0),
                      COALESCE(p.stipendio_base, 0),
                      COALESCE(s.ore_straordinarie, 0),
                      COALESCE(p.ore_straordinarie, 0),
                      COALESCE(s.importo_malattia_azienda, 0)
                      + COALESCE(s.importo_malattia_inps, 0),
                      COALESCE(s.arretrati_ccnl, 0),
                      CASE WHEN EXTRACT(YEAR FROM
                                        d.data_trasformazione)
                                = s.anno
                            AND EXTRACT(MONTH FROM
                                        d.data_trasformazione)
                                = s.mese
                           THEN 'S' ELSE 'N' END,
                      COALESCE((SELECT string_agg(DISTINCT
                                                  v.tipo_voce, ',')
                                FROM VOCI_RETRIBUTIVE v
                                WHERE v.matricola = s.matricola
                                AND v.anno = s.anno
                                AND v.mese = s.mese
                                AND NOT EXISTS
                                    (SELECT 1
                                     FROM VOCI_RETRIBUTIVE w
                                     WHERE w.matricola = v.matricola
                                     AND w.anno * 12 + w.mese =
                                         s.anno * 12 + s.mese - 1
                                     AND w.tipo_voce = v.tipo_voce)),
                               ' ')
               FROM STIPENDI s
               JOIN DIPENDENTI d ON s.matricola = d.matricola
               LEFT JOIN STIPENDI p
                    ON p.matricola = s.matricola
                   AND p.anno * 12 + p.mese = s.anno * 12 + s.mese - 1
                   AND p.mensilita = 0
                   AND p.stato_pagamento <> 'A'
               WHERE s.anno = :WS-ANNO
               AND s.mese = :WS-MESE
               AND s.mensilita = 0
               AND s.stato_pagamento <> 'A'
               AND d.codice_azienda = :WS-AZIENDA-FILTRO
               ORDER BY d.matricola
           END-EXEC.

      * Cedolini del periodo con scostamenti non ancora verificati
      * (o verificati su un netto poi cambiato)
           EXEC SQL
               DECLARE CUR-SCOSTAMENTI-APERTI CURSOR FOR
               SELECT d.matricola, d.cognome, d.nome, c.motivi
               FROM SCOSTAMENTI_CEDOLINI c
               JOIN STIPENDI s ON c.id_stipendio = s.id_stipendio
               JOIN DIPENDENTI d ON s.matricola = d.matricola
               WHERE s.anno = :WS-ANNO
               AND s.mese = :WS-MESE
               AND s.stato_pagamento <> 'A'
               AND d.codice_azienda = :WS-AZIENDA-FILTRO
               AND (c.verificato = 'N'
                    OR c.netto_rilevato <> s.netto_pagare)
               ORDER BY d.matricola
           END-EXEC.

      * Autorizzazioni CIG dell'azienda con le ore gia' fruite
      * (giornate 'C' registrate in PRESENZE) e i dipendenti
      * coinvolti
           EXEC SQL
               DECLARE CUR-AUTORIZZAZIONI-CIG CURSOR FOR
               SELECT a.id_autorizzazione, a.tipo_cig,
                      COALESCE(a.numero_autorizzazione, ' '),
                      CAST(a.data_inizio AS CHAR(10)),
                      CAST(a.data_fine AS CHAR(10)),
                      a.ore_autorizzate,
                      (SELECT COALESCE(SUM(p.ore_cig), 0)
                       FROM PRESENZE p
                       WHERE p.id_autorizzazione_cig =
                             a.id_autorizzazione),
                      (SELECT COUNT(DISTINCT p.matricola)
                       FROM PRESENZE p
                       WHERE p.id_autorizzazione_cig =
                             a.id_autorizzazione),
                      a.stato
               FROM AUTORIZZAZIONI_CIG a
               WHERE a.codice_azienda = :WS-AZIENDA-FILTRO
               ORDER BY a.data_inizio, a.id_autorizzazione
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

      * Dipendenti cessati da oltre il periodo di conservazione e non
      * ancora anonimizzati
           EXEC SQL
               DECLARE CUR-RET-SOGGETTI CURSOR FOR
               SELECT matricola, CAST(data_cessazione AS CHAR(10))
               FROM DIPENDENTI
               WHERE stato = 'C'
               AND COALESCE(anonimizzato, 'N') <> 'S'
               AND data_cessazione < CURRENT_DATE
                   - CAST(:WS-RET-ANNI AS INTEGER) * INTERVAL '1 year'
               ORDER BY matricola
           END-EXEC.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM CONNETTI-DATABASE
                   IF WS-CONTA-ELABORATI = 0
                       MOVE 4 TO WS-BATCH-RC
                   END-IF
               WHEN "IMPORT-QUIETANZE-F24"
                   PERFORM IMPORTA-QUIETANZE-F24
               WHEN "F24-NON-VERSATI"
                   PERFORM REPORT-F24-NON-VERSATI
                   IF WS-CONTA-F24-NON-VERSATI > 0
                       MOVE 4 TO WS-BATCH-RC
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
           DISPLAY "35. Stanziamento mensile ratei maturati"
           DISPLAY "36. Calendario aziendale"
           DISPLAY "37. Budget straordinari per reparto"
           DISPLAY "38. Addizionali regionali e comunali"
           DISPLAY "39. Contributi INPS e contratti a termine"
           DISPLAY "40. Previdenza complementare e TFR"
           DISPLAY "41. Buoni pasto"
           DISPLAY "42. Assistenza fiscale 730"
           DISPLAY "43. Scadenzario contratti"
           DISPLAY "44. Trattenute sindacali"
           DISPLAY "45. Controllo scostamenti cedolini"
           DISPLAY "46. Cassa integrazione guadagni"
           DISPLAY "47. Versamenti F24: quietanze e scoperti"
           DISPLAY "48. Registro modifiche anagrafiche"
           DISPLAY "49. Autorizzazioni operazioni sopra soglia"
           DISPLAY "50. Conservazione dati personali"
           DISPLAY " 0. Esci"
           DISPLAY "============================================="
           DISPLAY "Scelta: " WITH NO ADVANCING
                   PERFORM GESTIONE-CALENDARIO
               WHEN 37
                   PERFORM GESTIONE-BUDGET-STRAORD
               WHEN 38
                   PERFORM GESTIONE-ADDIZIONALI
               WHEN 39
                   PERFORM CONTROLLA-RUOLO-CAPO
                   IF WS-ESITO = "OK"
                       PERFORM GESTIONE-CONTRIBUTI-INPS
                   END-IF
               WHEN 40
                   PERFORM GESTIONE-PREVIDENZA-COMPL
               WHEN 41
                   PERFORM GESTIONE-BUONI-PASTO
               WHEN 42
                   PERFORM GESTIONE-ASSISTENZA-730
               WHEN 43
                   PERFORM GESTIONE-SCADENZARIO-CONTRATTI
               WHEN 44
                   PERFORM GESTIONE-TRATTENUTE-SINDACALI
               WHEN 45
                   PERFORM GESTIONE-SCOSTAMENTI
               WHEN 46
                   PERFORM GESTIONE-CASSA-INTEGRAZIONE
               WHEN 47
                   PERFORM GESTIONE-VERSAMENTI-F24
               WHEN 48
                   PERFORM CONTROLLA-RUOLO-CAPO
                   IF WS-ESITO = "OK"
                       PERFORM GESTIONE-AUDIT-ANAGRAFICHE
                   END-IF
               WHEN 49
                   PERFORM GESTIONE-AUTORIZZAZIONI
               WHEN 50
                   PERFORM CONTROLLA-RUOLO-CAPO
                   IF WS-ESITO = "OK"
                       PERFORM GESTIONE-RETENTION-DATI
                   END-IF
               WHEN 0
                   MOVE 'N' TO WS-CONTINUA
               WHEN OTHER
           EXEC SQL
               CLOSE CUR-DIPENDENTI
           END-EXEC

      * Ordine dei buoni pasto maturati al fornitore
           IF WS-CONTA-ELABORATI > 0
               PERFORM GENERA-ORDINE-BUONI-PASTO
           END-IF

      * Contratti a termine e apprendistati in scadenza
           IF WS-CONTA-ELABORATI > 0
               PERFORM REPORT-SCADENZE-CONTRATTI
           END-IF

      * Scostamenti dei cedolini da verificare prima dei bonifici
           IF WS-CONTA-ELABORATI > 0
               PERFORM CONTROLLO-SCOSTAMENTI
           END-IF
           
           DISPLAY " "
           DISPLAY "Elaborazione completata!"
      * tabella CCNL quando il dipendente e' inquadrato
           PERFORM CALCOLA-PAGA-BASE-CCNL

      * Niente fringe benefit ne' buoni pasto sulle mensilita'
      * aggiuntive
           INITIALIZE WS-FRB-DATI
           INITIALIZE WS-BPA-DATI

           IF WS-MENSILITA = 13
               EXEC SQL
      * anzianita' maturati dalla data di assunzione
           PERFORM CALCOLA-PAGA-BASE-CCNL

      * Regola dei buoni pasto: ore minime e giornate escluse
      * servono gia' al conteggio delle presenze
           PERFORM CARICA-REGOLA-BUONI-PASTO

      * Carica presenze del mese
           PERFORM CARICA-PRESENZE

      * di esenzione sui progressivi
           PERFORM CALCOLA-FRINGE-BENEFIT

      * Buoni pasto maturati nel mese (l'eccedenza oltre il limite
      * esente si somma agli imponibili del fringe benefit)
           PERFORM CALCOLA-BUONI-PASTO

      * Assegno per il nucleo familiare (solo mensilita'
      * ordinaria)
           IF WS-MENSILITA = 0
                   * 1.50
           END-IF

      * Cassa integrazione a ore: le ore integrate escono dalla
      * paga base, l'integrazione INPS e' anticipata in busta
      * (solo mensilita' ordinaria)
           INITIALIZE WS-CIG-CALCOLO
           IF WS-PRE-ORE-CIG > 0 AND WS-MENSILITA = 0
               PERFORM CALCOLA-INTEGRAZIONE-CIG
           END-IF


      * Trattamento di malattia sulle giornate 'M' del mese
           IF WS-PRE-GIORNI-MAL > 0
               + WS-STI-MAL-AZIENDA + WS-STI-MAL-INPS
               + WS-STI-CONG-AZI + WS-STI-CONG-INPS
               + WS-STI-TRASF-IMPON + WS-STI-PREMIO-DET
               + WS-STI-FESTIVITA + WS-STI-ARRETRATI
               + WS-STI-CIG

      * Calcola trattenute
           PERFORM CALCOLA-TRATTENUTE
           
      * Netto: le competenze esenti e il rimborso 730 viaggiano
      * fuori imponibile ma si pagano in busta
           COMPUTE WS-STI-NETTO =
               WS-STI-LORDO - WS-STI-TRATTENUTE
               + WS-STI-ESENTI + WS-STI-ANF + WS-730-RIMBORSO

      * Oneri a carico azienda (INPS datore e INAIL)
           PERFORM CALCOLA-ONERI-AZIENDA

           IF WS-ESITO = "OK"
      * Accumula TFR maturato nel mese (non in cessazione: il
      * rateo finale e' compreso nella liquidazione); con il TFR
      * destinato al fondo o alla Tesoreria la quota del mese e'
      * gia' registrata con il cedolino
               IF WS-CES-IN-CORSO NOT = 'S'
                   AND WS-PRV-DESTINAZIONE = 'A'
                   PERFORM AGGIORNA-TFR
               END-IF

           MOVE 'N' TO WS-CCNL-TROVATO
           MOVE SPACES TO WS-CCNL-CODICE

      * Livello in vigore nel periodo: prima della decorrenza di
      * una trasformazione resta quello precedente
           EXEC SQL
               SELECT COALESCE(codice_ccnl, ' '),
                      COALESCE(CAST(data_assunzione AS CHAR(10)),
                               ' '),
                      CASE WHEN livello_precedente IS NOT NULL
                            AND EXTRACT(YEAR FROM data_trasformazione)
                                * 12
                                + EXTRACT(MONTH FROM
                                          data_trasformazione)
                                > :WS-ANNO * 12 + :WS-MESE
                           THEN livello_precedente
                           ELSE livello END
               INTO :WS-CCNL-CODICE, :WS-ASS-DATA-ASSUNZIONE,
                    :WS-DIP-LIVELLO
               FROM DIPENDENTI
               WHERE matricola = :WS-MATRICOLA
           END-EXEC
           DISPLAY "1. Inserisci riga tabella CCNL"
           DISPLAY "2. Assegna inquadramento CCNL a dipendente"
           DISPLAY "3. Report scatti in maturazione nel mese"
           DISPLAY "4. Ricalcolo arretrati da rinnovo CCNL"
           DISPLAY " "
           DISPLAY "Scelta: " WITH NO ADVANCING
           ACCEPT WS-SCELTA
                   PERFORM ASSEGNA-CCNL-DIPENDENTE
               WHEN 3
                   PERFORM REPORT-SCATTI-ANZIANITA
               WHEN 4
                   PERFORM CONTROLLA-RUOLO-CAPO
                   IF WS-ESITO = "OK"
                       PERFORM RICALCOLO-ARRETRATI-CCNL
                   END-IF
               WHEN OTHER
                   DISPLAY "Scelta non valida!"
           END-EVALUATE.

           IF SQLCODE = 0
               DISPLAY "Riga di tabella CCNL registrata!"
               MOVE "CCNL_LIVELLI" TO WS-AUD-TABELLA
               MOVE SPACES TO WS-AUD-CHIAVE
               STRING WS-CCNL-CODICE DELIMITED BY SPACE
                      "/" WS-CCNL-LIVELLO DELIMITED BY SPACE
                      "/" WS-CCNL-DECORRENZA
                      DELIMITED BY SIZE INTO WS-AUD-CHIAVE
               MOVE SPACES TO WS-AUD-PRIMA
               PERFORM AUDIT-DOPO
           ELSE IF SQLCODE = -803
               DISPLAY "Riga già presente per CCNL/livello/"
                       "decorrenza!"
           DISPLAY "Codice CCNL: " WITH NO ADVANCING
           ACCEPT WS-CCNL-CODICE

           MOVE "DIPENDENTI" TO WS-AUD-TABELLA
           MOVE WS-MATRICOLA TO WS-AUD-CHIAVE
           PERFORM AUDIT-PRIMA

           EXEC SQL
               UPDATE DIPENDENTI
               SET codice_ccnl = NULLIF(:WS-CCNL-CODICE, SPACES)

           IF SQLCODE = 0
               DISPLAY "Inquadramento CCNL aggiornato!"
               PERFORM AUDIT-DOPO
           ELSE
               DISPLAY "Errore aggiornamento: " SQLCODE
           END-IF.
                   WS-CONG-PAGA-GIORNO * WS-PRE-GIORNI-MATR
           END-IF.

      ******************************************************************
      * Cassa integrazione a ore: le ore integrate del mese escono
      * dalla retribuzione alla paga oraria; l'integrazione
      * salariale e' l'80% della retribuzione persa, entro il
      * massimale mensile della fascia di retribuzione
      * riproporzionato alle ore integrate. L'importo e' anticipato
      * in busta per conto INPS; sopporta solo la riduzione
      * contributiva del 5,84% e si recupera con F24 e UniEmens.
      ******************************************************************
       CALCOLA-INTEGRAZIONE-CIG.
           PERFORM CARICA-MASSIMALI-CIG

           COMPUTE WS-CIG-PAGA-ORARIA ROUNDED =
               WS-DIP-STIPENDIO / WS-CIG-DIVISORE-ORARIO

           IF WS-DIP-PERC-PART-TIME > 0
               AND WS-DIP-PERC-PART-TIME < 100
               COMPUTE WS-CIG-PAGA-ORARIA ROUNDED =
                   WS-CIG-PAGA-ORARIA
                   * WS-DIP-PERC-PART-TIME / 100
           END-IF

      * Retribuzione delle ore non lavorate per CIG
           COMPUTE WS-CIG-RIDUZ-BASE ROUNDED =
               WS-CIG-PAGA-ORARIA * WS-PRE-ORE-CIG
           IF WS-CIG-RIDUZ-BASE > WS-STI-BASE
               MOVE WS-STI-BASE TO WS-CIG-RIDUZ-BASE
           END-IF
           SUBTRACT WS-CIG-RIDUZ-BASE FROM WS-STI-BASE

      * Massimale della fascia di retribuzione mensile
           IF WS-DIP-STIPENDIO <= WS-CIG-SOGLIA-RETRIB
               MOVE WS-CIG-MASSIMALE-1 TO WS-CIG-MASSIMALE
           ELSE
               MOVE WS-CIG-MASSIMALE-2 TO WS-CIG-MASSIMALE
           END-IF

           COMPUTE WS-CIG-TETTO ROUNDED =
               WS-CIG-MASSIMALE * WS-PRE-ORE-CIG
               / WS-CIG-DIVISORE-ORARIO

           COMPUTE WS-STI-CIG ROUNDED =
               WS-CIG-RIDUZ-BASE * WS-CIG-PERC-INTEGRAZ
           IF WS-STI-CIG > WS-CIG-TETTO
               MOVE WS-CIG-TETTO TO WS-STI-CIG
           END-IF

           MOVE WS-PRE-ORE-CIG TO WS-STI-ORE-CIG.

      * Massimali CIG dell'anno: l'ultimo anno tabellato non
      * successivo a quello elaborato, altrimenti i valori di
      * default
       CARICA-MASSIMALI-CIG.
           EXEC SQL
               SELECT soglia_retribuzione, massimale_1, massimale_2
               INTO :WS-CIG-SOGLIA-RETRIB, :WS-CIG-MASSIMALE-1,
                    :WS-CIG-MASSIMALE-2
               FROM MASSIMALI_CIG
               WHERE anno = (SELECT MAX(m2.anno)
                             FROM MASSIMALI_CIG m2
                             WHERE m2.anno <= :WS-ANNO)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 2159.48 TO WS-CIG-SOGLIA-RETRIB
               MOVE 998.18 TO WS-CIG-MASSIMALE-1
               MOVE 1199.72 TO WS-CIG-MASSIMALE-2
           END-IF.

      * Regola dei buoni pasto del dipendente: la riga della sua
      * azienda prevale su quella del CCNL, '*' vale per tutti.
      * Senza regola non matura nessun buono.
       CARICA-REGOLA-BUONI-PASTO.
           MOVE 'N' TO WS-BPR-TROVATA
           MOVE 99.99 TO WS-BPR-ORE-MINIME
           MOVE 'N' TO WS-BPR-ESCL-TRASF
           MOVE 'N' TO WS-BPR-ESCL-AGILE

           EXEC SQL
               SELECT r.valore_buono, r.tipo_buono, r.ore_minime,
                      COALESCE(r.escludi_trasferta, 'S'),
                      COALESCE(r.escludi_lavoro_agile, 'N')
               INTO :WS-BPR-VALORE, :WS-BPR-TIPO,
                    :WS-BPR-ORE-MINIME, :WS-BPR-ESCL-TRASF,
                    :WS-BPR-ESCL-AGILE
               FROM BUONI_PASTO_REGOLE r
               JOIN DIPENDENTI d ON d.matricola = :WS-MATRICOLA
               WHERE r.codice_azienda IN (d.codice_azienda, '*')
               AND r.codice_ccnl IN
                   (COALESCE(d.codice_ccnl, '*'), '*')
               ORDER BY CASE WHEN r.codice_azienda = '*' THEN 2
                             ELSE 0 END
                      + CASE WHEN r.codice_ccnl = '*' THEN 1
                             ELSE 0 END
               LIMIT 1
           END-EXEC

           IF SQLCODE = 0
               MOVE 'S' TO WS-BPR-TROVATA
           ELSE
               MOVE 99.99 TO WS-BPR-ORE-MINIME
               MOVE 'N' TO WS-BPR-ESCL-AGILE
           END-IF.

      * Buoni del mese: giornate lavorate con le ore minime (gia'
      * contate da CARICA-PRESENZE, lavoro agile escluso se la
      * regola lo prevede) meno le giornate in trasferta; esente
      * fino al limite giornaliero per buono elettronico o
      * cartaceo, l'eccedenza e' imponibile fiscale e
      * previdenziale come il fringe benefit
       CALCOLA-BUONI-PASTO.
           INITIALIZE WS-BPA-DATI

           IF WS-BPR-TROVATA NOT = 'S'
               OR WS-PRE-GIORNI-BUONO = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PRE-GIORNI-BUONO TO WS-BPA-NUMERO

           IF WS-BPR-ESCL-TRASF = 'S'
               EXEC SQL
                   SELECT COALESCE(SUM(giorni), 0)
                   INTO :WS-BPR-GIORNI-TRASF
                   FROM TRASFERTE
                   WHERE matricola = :WS-MATRICOLA
                   AND anno = :WS-ANNO
                   AND mese = :WS-MESE
               END-EXEC

               IF WS-BPR-GIORNI-TRASF >= WS-BPA-NUMERO
                   MOVE ZERO TO WS-BPA-NUMERO
                   EXIT PARAGRAPH
               END-IF
               SUBTRACT WS-BPR-GIORNI-TRASF FROM WS-BPA-NUMERO
           END-IF

           MOVE WS-BPR-TIPO TO WS-BPA-TIPO
           MOVE WS-BPR-VALORE TO WS-BPA-VALORE-UNIT

           IF WS-BPR-TIPO = 'E'
               MOVE WS-BPR-SOGLIA-ELETTR TO WS-BPR-SOGLIA
           ELSE
               MOVE WS-BPR-SOGLIA-CARTA TO WS-BPR-SOGLIA
           END-IF

           COMPUTE WS-BPA-VALORE = WS-BPA-NUMERO * WS-BPR-VALORE

           IF WS-BPR-VALORE > WS-BPR-SOGLIA
               COMPUTE WS-BPA-ESENTE =
                   WS-BPA-NUMERO * WS-BPR-SOGLIA
               COMPUTE WS-BPA-IMPONIBILE =
                   WS-BPA-VALORE - WS-BPA-ESENTE
           ELSE
               MOVE WS-BPA-VALORE TO WS-BPA-ESENTE
           END-IF

           ADD WS-BPA-IMPONIBILE TO WS-FRB-IMPON-FISC
           ADD WS-BPA-IMPONIBILE TO WS-FRB-IMPON-PREV.

       CARICA-PRESENZE.
           EXEC SQL
               OPEN CUR-PRESENZE
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-PRESENZE
                   INTO :WS-RISPOSTA, :WS-PRE-ORE-ORD-GRP,
                        :WS-PRE-ORE-STR-GRP, :WS-PRE-ORE-STR-NOT-GRP,
                        :WS-PRE-ORE-STR-FES-GRP,
                        :WS-PRE-GIORNI-BUONO-GRP,
                        :WS-PRE-ORE-CIG-GRP
               END-EXEC

               IF SQLCODE = 0
                   EVALUATE WS-RISPOSTA
                       WHEN 'L'
                           ADD 1 TO WS-PRE-GIORNI-LAV
      * Giornate utili al buono pasto secondo la regola
                           ADD WS-PRE-GIORNI-BUONO-GRP
                               TO WS-PRE-GIORNI-BUONO
                       WHEN 'F'
                           ADD 1 TO WS-PRE-GIORNI-FER
                       WHEN 'M'
                           ADD 1 TO WS-PRE-GIORNI-PAR
                       WHEN 'N'
                           ADD 1 TO WS-PRE-GIORNI-MATR
                       WHEN 'C'
                           ADD 1 TO WS-PRE-GIORNI-CIG
                   END-EVALUATE

      * Somma le ore del gruppo indipendentemente dall'ordine
                   ADD WS-PRE-ORE-STR-GRP TO WS-PRE-ORE-STR
                   ADD WS-PRE-ORE-STR-NOT-GRP TO WS-PRE-ORE-STR-NOT
                   ADD WS-PRE-ORE-STR-FES-GRP TO WS-PRE-ORE-STR-FES
                   ADD WS-PRE-ORE-CIG-GRP TO WS-PRE-ORE-CIG
               END-IF
           END-PERFORM
           
               WS-PRE-GIORNI-LAV + WS-PRE-GIORNI-FER
               + WS-PRE-GIORNI-MAL + WS-PRE-GIORNI-PER
               + WS-PRE-GIORNI-MAT + WS-PRE-GIORNI-PAR
               + WS-PRE-GIORNI-MATR + WS-PRE-GIORNI-CIG.

      ******************************************************************
      * Trattamento delle trasferte del mese: l'indennita'
       CARICA-VOCI-RETRIBUTIVE.
           MOVE ZERO TO WS-STI-ALTRE
           MOVE ZERO TO WS-STI-PREMIO-DET
           MOVE ZERO TO WS-STI-ARRETRATI

           EXEC SQL
               OPEN CUR-VOCI
                   IF WS-VOCE-TIPO = 'PREMIO_DET'
                       ADD WS-VOCE-IMPORTO TO WS-STI-PREMIO-DET
                   ELSE
      * Gli arretrati contrattuali vanno a tassazione separata
                       IF WS-VOCE-TIPO = 'ARRETRATI'
                           ADD WS-VOCE-IMPORTO TO WS-STI-ARRETRATI
                       ELSE
                           ADD WS-VOCE-IMPORTO TO WS-STI-ALTRE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
       CALCOLA-TRATTENUTE.
           MOVE WS-STI-LORDO TO WS-IMPONIBILE
           
      * Calcola INPS a carico dipendente per inquadramento
           PERFORM CALCOLA-INPS-DIPENDENTE

      * Destinazione TFR e contributi alla previdenza
      * complementare (la quota deducibile riduce l'imponibile)
           PERFORM CALCOLA-PREVIDENZA-COMPL
           
      * Calcola IRPEF con scaglioni
           PERFORM CALCOLA-IRPEF
           
      * Addizionali regionale e comunale: rate dei piani
      * determinati al conguaglio dell'anno precedente (solo
      * mensilita' ordinaria); in simulazione non si toccano i
      * piani e si stima il dovuto sulla residenza indicata
           MOVE ZERO TO WS-ADD-REG
           MOVE ZERO TO WS-ADD-COM
           MOVE ZERO TO WS-ADD-ACC
           MOVE ZERO TO WS-ADD-CONTA
           IF WS-SIM-IN-CORSO = 'S'
               PERFORM STIMA-ADDIZIONALI-SIMULAZIONE
           ELSE
               IF WS-MENSILITA = 0
                   PERFORM CALCOLA-RATE-ADDIZIONALI
               END-IF
           END-IF
           
      * Calcola detrazioni lavoro dipendente
           PERFORM CALCOLA-DETRAZIONI
           COMPUTE WS-IMP-SOST ROUNDED =
               WS-STI-PREMIO-DET * WS-ALIQ-IMP-SOST

      * IRPEF a tassazione separata sugli arretrati contrattuali
           MOVE ZERO TO WS-ARR-IMPOSTA
           IF WS-STI-ARRETRATI > 0
               PERFORM CALCOLA-ALIQUOTA-ARRETRATI
               COMPUTE WS-ARR-IMPOSTA ROUNDED =
                   WS-STI-ARRETRATI * WS-ARR-ALIQUOTA
           END-IF

      * Totale trattenute
           COMPUTE WS-STI-TRATTENUTE =
               WS-INPS + WS-IRPEF + WS-ADD-REG + WS-ADD-COM
               + WS-ADD-ACC + WS-IMP-SOST + WS-ARR-IMPOSTA
               - WS-DETRAZIONI - WS-DETRAZIONI-FAM

           IF WS-STI-TRATTENUTE < 0
               MOVE 0 TO WS-STI-TRATTENUTE
           END-IF

           ADD WS-RIC-TOTALE-MESE TO WS-STI-TRATTENUTE
           ADD WS-PRV-CONTR-DIP TO WS-STI-TRATTENUTE

      * Quota sindacale (solo mensilita' ordinaria)
           MOVE ZERO TO WS-SIN-QUOTA
           MOVE ZERO TO WS-SIN-BASE
           MOVE SPACES TO WS-SIN-SIGLA
           IF WS-MENSILITA = 0
               PERFORM CALCOLA-QUOTA-SINDACALE
           END-IF
           ADD WS-SIN-QUOTA TO WS-STI-TRATTENUTE

      * Assistenza fiscale 730 (solo mensilita' ordinaria, non in
      * simulazione): il rimborso va al netto, le trattenute nei
      * limiti di quanto resta in busta
           INITIALIZE WS-730-DATI
           IF WS-MENSILITA = 0 AND WS-SIM-IN-CORSO NOT = 'S'
               PERFORM CALCOLA-ASSISTENZA-730
           END-IF
           ADD WS-730-TRATTENUTA TO WS-STI-TRATTENUTE
           ADD WS-730-TRATT-ACC2 TO WS-STI-TRATTENUTE
           ADD WS-730-INT-PAGATI TO WS-STI-TRATTENUTE.


      ******************************************************************
      * Assistenza fiscale 730 sul cedolino del mese: dal mese di
      * luglio rimborsa il credito del 730-4 e trattiene la rata
      * del debito (interessi di rateazione dalla seconda rata),
      * da novembre il secondo acconto IRPEF; gli importi che il
      * netto non copre restano differiti al mese successivo con
      * l'interesse mensile. Una rielaborazione dello stesso mese
      * riparte dai residui salvati prima della prima elaborazione.
      * In cessazione il debito residuo e' dovuto tutto.
      ******************************************************************
       CALCOLA-ASSISTENZA-730.
           IF WS-MESE < WS-730-MESE-INIZIO
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               SELECT anno_imposta, num_rate,
                      residuo_credito, residuo_debito,
                      residuo_acc2, rate_residue,
                      importo_differito,
                      COALESCE(ultimo_anno_appl, 0),
                      COALESCE(ultimo_mese_appl, 0),
                      COALESCE(prec_credito, 0),
                      COALESCE(prec_debito, 0),
                      COALESCE(prec_acc2, 0),
                      COALESCE(prec_rate_residue, 0),
                      COALESCE(prec_differito, 0)
               INTO :WS-730-ANNO-IMPOSTA, :WS-730-NUM-RATE,
                    :WS-730-RES-CREDITO, :WS-730-RES-DEBITO,
                    :WS-730-RES-ACC2, :WS-730-RATE-RESIDUE,
                    :WS-730-DIFFERITO,
                    :WS-730-ULT-ANNO, :WS-730-ULT-MESE,
                    :WS-730-PREC-CREDITO, :WS-730-PREC-DEBITO,
                    :WS-730-PREC-ACC2, :WS-730-PREC-RATE,
                    :WS-730-PREC-DIFF
               FROM ASSISTENZA_730
               WHERE matricola = :WS-MATRICOLA
               AND anno_imposta = :WS-ANNO - 1
               AND (stato = 'A'
                    OR (ultimo_anno_appl = :WS-ANNO
                        AND ultimo_mese_appl = :WS-MESE))
           END-EXEC

           IF SQLCODE NOT = 0
               EXIT PARAGRAPH
           END-IF

      * Un mese precedente all'ultimo applicato non si tocca
           IF WS-730-ULT-ANNO * 100 + WS-730-ULT-MESE >
               WS-ANNO * 100 + WS-MESE
               DISPLAY WS-MATRICOLA ": 730 gia' applicato al "
                       WS-730-ULT-MESE "/" WS-730-ULT-ANNO
                       ", periodo precedente non ricalcolato."
               EXIT PARAGRAPH
           END-IF

           IF WS-730-ULT-ANNO = WS-ANNO AND WS-730-ULT-MESE = WS-MESE
               MOVE WS-730-PREC-CREDITO TO WS-730-RES-CREDITO
               MOVE WS-730-PREC-DEBITO TO WS-730-RES-DEBITO
               MOVE WS-730-PREC-ACC2 TO WS-730-RES-ACC2
               MOVE WS-730-PREC-RATE TO WS-730-RATE-RESIDUE
               MOVE WS-730-PREC-DIFF TO WS-730-DIFFERITO
           ELSE
               MOVE WS-730-RES-CREDITO TO WS-730-PREC-CREDITO
               MOVE WS-730-RES-DEBITO TO WS-730-PREC-DEBITO
               MOVE WS-730-RES-ACC2 TO WS-730-PREC-ACC2
               MOVE WS-730-RATE-RESIDUE TO WS-730-PREC-RATE
               MOVE WS-730-DIFFERITO TO WS-730-PREC-DIFF
           END-IF

           MOVE 'S' TO WS-730-TROVATA

      * Credito: rimborsato per intero, fuori imponibile
           MOVE WS-730-RES-CREDITO TO WS-730-RIMBORSO
           MOVE ZERO TO WS-730-RES-CREDITO

      * Interessi sugli importi differiti per incapienza (debito
      * gia' scaduto e secondo acconto non trattenuto a novembre)
           COMPUTE WS-730-INTERESSI ROUNDED =
               WS-730-DIFFERITO * WS-730-TASSO-DIFF
           IF WS-MESE > WS-730-MESE-ACC2
               COMPUTE WS-730-INTERESSI ROUNDED =
                   WS-730-INTERESSI
                   + WS-730-RES-ACC2 * WS-730-TASSO-DIFF
           END-IF

      * Rata del debito: la quota del piano piu' il differito
           IF WS-CES-IN-CORSO = 'S' OR WS-730-RATE-RESIDUE <= 1
               MOVE WS-730-RES-DEBITO TO WS-730-QUOTA
           ELSE
               COMPUTE WS-730-QUOTA ROUNDED =
                   (WS-730-RES-DEBITO - WS-730-DIFFERITO)
                   / WS-730-RATE-RESIDUE
                   + WS-730-DIFFERITO
           END-IF

      * Interessi di rateazione dalla seconda rata in poi
           IF WS-730-NUM-RATE > 1 AND WS-730-RATE-RESIDUE > 0
               COMPUTE WS-730-RATA-NUM =
                   WS-730-NUM-RATE - WS-730-RATE-RESIDUE + 1
               COMPUTE WS-730-INTERESSI ROUNDED =
                   WS-730-INTERESSI
                   + (WS-730-QUOTA - WS-730-DIFFERITO)
                   * WS-730-TASSO-RATE * (WS-730-RATA-NUM - 1)
           END-IF

           IF WS-MESE >= WS-730-MESE-ACC2 OR WS-CES-IN-CORSO = 'S'
               MOVE WS-730-RES-ACC2 TO WS-730-QUOTA-ACC2
           END-IF

           COMPUTE WS-730-DOVUTO =
               WS-730-INTERESSI + WS-730-QUOTA + WS-730-QUOTA-ACC2

      * Capienza: il netto del mese prima delle somme del 730
           COMPUTE WS-730-CAPIENZA =
               WS-STI-LORDO - WS-STI-TRATTENUTE
               + WS-STI-ESENTI + WS-STI-ANF
           IF WS-730-CAPIENZA < 0
               MOVE ZERO TO WS-730-CAPIENZA
           END-IF

           IF WS-730-DOVUTO <= WS-730-CAPIENZA
               MOVE WS-730-INTERESSI TO WS-730-INT-PAGATI
               MOVE WS-730-QUOTA TO WS-730-TRATTENUTA
               MOVE WS-730-QUOTA-ACC2 TO WS-730-TRATT-ACC2
           ELSE
      * Incapienza: prima gli interessi, poi il debito, poi il
      * secondo acconto; gli interessi non coperti si aggiungono
      * al debito differito
               MOVE WS-730-CAPIENZA TO WS-730-DISPONIBILE
               IF WS-730-INTERESSI > WS-730-DISPONIBILE
                   MOVE WS-730-DISPONIBILE TO WS-730-INT-PAGATI
               ELSE
                   MOVE WS-730-INTERESSI TO WS-730-INT-PAGATI
               END-IF
               SUBTRACT WS-730-INT-PAGATI FROM WS-730-DISPONIBILE
               IF WS-730-QUOTA > WS-730-DISPONIBILE
                   MOVE WS-730-DISPONIBILE TO WS-730-TRATTENUTA
               ELSE
                   MOVE WS-730-QUOTA TO WS-730-TRATTENUTA
               END-IF
               SUBTRACT WS-730-TRATTENUTA FROM WS-730-DISPONIBILE
               IF WS-730-QUOTA-ACC2 > WS-730-DISPONIBILE
                   MOVE WS-730-DISPONIBILE TO WS-730-TRATT-ACC2
               ELSE
                   MOVE WS-730-QUOTA-ACC2 TO WS-730-TRATT-ACC2
               END-IF
               COMPUTE WS-730-RES-DEBITO =
                   WS-730-RES-DEBITO
                   + WS-730-INTERESSI - WS-730-INT-PAGATI
               COMPUTE WS-730-QUOTA =
                   WS-730-QUOTA
                   + WS-730-INTERESSI - WS-730-INT-PAGATI
               DISPLAY WS-MATRICOLA ": stipendio incapiente per il "
                       "730, importi differiti al mese successivo."
           END-IF

           SUBTRACT WS-730-TRATTENUTA FROM WS-730-RES-DEBITO
           COMPUTE WS-730-DIFFERITO =
               WS-730-QUOTA - WS-730-TRATTENUTA
           SUBTRACT WS-730-TRATT-ACC2 FROM WS-730-RES-ACC2

           IF WS-730-RATE-RESIDUE > 0
               SUBTRACT 1 FROM WS-730-RATE-RESIDUE
           END-IF

           IF WS-730-RES-CREDITO = 0 AND WS-730-RES-DEBITO = 0
               AND WS-730-RES-ACC2 = 0
               MOVE 'C' TO WS-730-STATO
           ELSE
               MOVE 'A' TO WS-730-STATO
           END-IF.

      * Quota sindacale del mese: iscrizione in corso nel periodo e
      * quota della sigla per il CCNL del dipendente (la riga del
      * CCNL prevale su quella generica), in percentuale di minimo
      * tabellare e contingenza o, senza inquadramento CCNL, dello
      * stipendio base di anagrafica, riproporzionati al part-time;
      * oppure in misura fissa
       CALCOLA-QUOTA-SINDACALE.
           EXEC SQL
               SELECT i.sigla, q.tipo_quota,
                      COALESCE(q.percentuale, 0),
                      COALESCE(q.importo_fisso, 0)
               INTO :WS-SIN-SIGLA, :WS-SIN-TIPO-QUOTA,
                    :WS-SIN-PERCENTUALE, :WS-SIN-IMPORTO-FISSO
               FROM ISCRIZIONI_SINDACALI i
               JOIN QUOTE_SINDACALI q ON q.sigla = i.sigla
               WHERE i.matricola = :WS-MATRICOLA
               AND i.data_inizio <= make_date(:WS-ANNO, :WS-MESE, 1)
                                    + INTERVAL '1 month'
                                    - INTERVAL '1 day'
               AND (i.data_fine IS NULL
                    OR i.data_fine >= make_date(:WS-ANNO,
                                                :WS-MESE, 1))
               AND q.codice_ccnl IN (:WS-CCNL-CODICE, '*')
               ORDER BY CASE WHEN q.codice_ccnl = '*' THEN 1
                             ELSE 0 END,
                        i.data_inizio DESC
               LIMIT 1
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SPACES TO WS-SIN-SIGLA
               MOVE ZERO TO SQLCODE
               EXIT PARAGRAPH
           END-IF

           IF WS-CCNL-TROVATO = 'S'
               COMPUTE WS-SIN-BASE =
                   WS-CCNL-MINIMO + WS-CCNL-CONTING
           ELSE
               MOVE WS-DIP-STIPENDIO TO WS-SIN-BASE
           END-IF

           IF WS-DIP-PERC-PART-TIME > 0
               AND WS-DIP-PERC-PART-TIME < 100
               COMPUTE WS-SIN-BASE ROUNDED =
                   WS-SIN-BASE * WS-DIP-PERC-PART-TIME / 100
           END-IF

           IF WS-SIN-TIPO-QUOTA = 'F'
               MOVE WS-SIN-IMPORTO-FISSO TO WS-SIN-QUOTA
           ELSE
               COMPUTE WS-SIN-QUOTA ROUNDED =
                   WS-SIN-BASE * WS-SIN-PERCENTUALE / 100
           END-IF.

      * Applica le rate delle trattenute ricorrenti del mese: la
      * rata si somma alle trattenute e scala il contatore delle
           EXEC SQL
               CLOSE CUR-RICORRENTI
           END-EXEC.

      * Rate delle addizionali del mese: ogni piano attivo scala
      * una rata (una sola volta per periodo: le rielaborazioni
      * dello stesso mese annullano e riapplicano la stessa)
       CALCOLA-RATE-ADDIZIONALI.
           EXEC SQL
               OPEN CUR-RATE-ADDIZIONALI
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-RATE-ADDIZIONALI
                   INTO :WS-APR-ID, :WS-APR-TIPO, :WS-APR-ENTE,
                        :WS-APR-ANNO-RIF, :WS-APR-TOTALE,
                        :WS-APR-RATE-TOTALI, :WS-APR-RESIDUE,
                        :WS-APR-TRATTENUTO, :WS-APR-ULTIMA-RATA,
                        :WS-APR-ANNO-TRATT, :WS-APR-MESE-FINE,
                        :WS-APR-ULT-ANNO, :WS-APR-ULT-MESE
               END-EXEC

               IF SQLCODE = 0
                   PERFORM APPLICA-RATA-ADDIZIONALE
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-RATE-ADDIZIONALI
           END-EXEC.

       APPLICA-RATA-ADDIZIONALE.
      * Periodo gia' elaborato: si riparte da prima della rata
           IF WS-APR-ULT-ANNO = WS-ANNO
               AND WS-APR-ULT-MESE = WS-MESE
               SUBTRACT WS-APR-ULTIMA-RATA FROM WS-APR-TRATTENUTO
               ADD 1 TO WS-APR-RESIDUE
           END-IF

      * In cessazione, sull'ultima rata, a fine periodo (novembre)
      * o per piani rimasti aperti dall'anno prima si trattiene
      * tutto il residuo
           EVALUATE TRUE
               WHEN WS-CES-IN-CORSO = 'S'
               WHEN WS-APR-RESIDUE <= 1
               WHEN WS-APR-ANNO-TRATT < WS-ANNO
               WHEN WS-MESE >= WS-APR-MESE-FINE
                   COMPUTE WS-APR-RATA =
                       WS-APR-TOTALE - WS-APR-TRATTENUTO
                   MOVE ZERO TO WS-APR-RESIDUE
               WHEN OTHER
                   COMPUTE WS-APR-RATA ROUNDED =
                       WS-APR-TOTALE / WS-APR-RATE-TOTALI
                   IF WS-APR-RATA >
                           WS-APR-TOTALE - WS-APR-TRATTENUTO
                       COMPUTE WS-APR-RATA =
                           WS-APR-TOTALE - WS-APR-TRATTENUTO
                   END-IF
                   SUBTRACT 1 FROM WS-APR-RESIDUE
           END-EVALUATE

           ADD WS-APR-RATA TO WS-APR-TRATTENUTO

           EXEC SQL
               UPDATE ADDIZIONALI_RATE
               SET importo_trattenuto = :WS-APR-TRATTENUTO,
                   rate_residue = :WS-APR-RESIDUE,
                   importo_ultima_rata = :WS-APR-RATA,
                   ultimo_anno_appl = :WS-ANNO,
                   ultimo_mese_appl = :WS-MESE,
                   stato = CASE WHEN :WS-APR-RESIDUE = 0
                           THEN 'E' ELSE 'A' END
               WHERE id_piano = :WS-APR-ID
           END-EXEC

           EVALUATE WS-APR-TIPO
               WHEN "REG"
                   ADD WS-APR-RATA TO WS-ADD-REG
               WHEN "COM"
                   ADD WS-APR-RATA TO WS-ADD-COM
               WHEN "ACC"
                   ADD WS-APR-RATA TO WS-ADD-ACC
           END-EVALUATE

           IF WS-APR-RATA > 0 AND WS-ADD-CONTA < 6
               ADD 1 TO WS-ADD-CONTA
               MOVE WS-ADD-CONTA TO WS-ADD-IDX
               MOVE WS-APR-TIPO TO WS-ADD-T-TIPO(WS-ADD-IDX)
               MOVE WS-APR-ENTE TO WS-ADD-T-ENTE(WS-ADD-IDX)
               MOVE WS-APR-ANNO-RIF TO WS-ADD-T-ANNO(WS-ADD-IDX)
               MOVE WS-APR-RATA TO WS-ADD-T-RATA(WS-ADD-IDX)
           END-IF.

      * Simulazione: nessun piano a database, si stima il dovuto
      * a regime sulla residenza indicata (un dodicesimo
      * dell'addizionale sull'imponibile annuo del mese)
       STIMA-ADDIZIONALI-SIMULAZIONE.
           MOVE WS-ANNO TO WS-ADD-ANNO-ALIQ
           IF WS-ADD-ANNO-ALIQ = 0
               MOVE 9999 TO WS-ADD-ANNO-ALIQ
           END-IF

           MOVE 'R' TO WS-ADD-TIPO-ENTE
           MOVE WS-DIP-REGIONE TO WS-ADD-ENTE
           PERFORM CALCOLA-ADDIZIONALE-ENTE
           COMPUTE WS-ADD-REG ROUNDED = WS-ADD-IMPORTO / 12

           MOVE 'C' TO WS-ADD-TIPO-ENTE
           MOVE WS-DIP-COMUNE TO WS-ADD-ENTE
           PERFORM CALCOLA-ADDIZIONALE-ENTE
           COMPUTE WS-ADD-COM ROUNDED = WS-ADD-IMPORTO / 12.

      * Addizionale annua dell'ente su WS-IMPONIBILE (gia' annuo):
      * sotto la soglia di esenzione non e' dovuta, sopra si
      * applicano gli scaglioni all'intero imponibile
       CALCOLA-ADDIZIONALE-ENTE.
           MOVE ZERO TO WS-ADD-IMPORTO

           IF WS-ADD-ENTE = SPACES
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               SELECT COUNT(*), COALESCE(MAX(soglia_esenzione), 0)
               INTO :WS-ADD-TROVATE, :WS-ADD-SOGLIA
               FROM ADDIZIONALI_ALIQUOTE
               WHERE tipo_ente = :WS-ADD-TIPO-ENTE
               AND codice_ente = :WS-ADD-ENTE
               AND anno = (SELECT MAX(a2.anno)
                           FROM ADDIZIONALI_ALIQUOTE a2
                           WHERE a2.tipo_ente = :WS-ADD-TIPO-ENTE
                           AND a2.codice_ente = :WS-ADD-ENTE
                           AND a2.anno <= :WS-ADD-ANNO-ALIQ)
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-ADD-TROVATE = 0
               DISPLAY "Aliquote addizionale non tabellate per "
                       "l'ente " WS-ADD-ENTE " anno "
                       WS-ADD-ANNO-ALIQ "!"
               EXIT PARAGRAPH
           END-IF

           IF WS-IMPONIBILE <= WS-ADD-SOGLIA
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               OPEN CUR-ADD-ALIQUOTE
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-ADD-ALIQUOTE
                   INTO :WS-ADD-LIMITE-DA, :WS-ADD-LIMITE-A,
                        :WS-ADD-ALIQUOTA
               END-EXEC

               IF SQLCODE = 0
                   IF WS-IMPONIBILE > WS-ADD-LIMITE-DA
                       IF WS-IMPONIBILE <= WS-ADD-LIMITE-A
                           COMPUTE WS-ADD-IMPORTO ROUNDED =
                               WS-ADD-IMPORTO +
                               (WS-IMPONIBILE - WS-ADD-LIMITE-DA)
                               * WS-ADD-ALIQUOTA
                       ELSE
                           COMPUTE WS-ADD-IMPORTO ROUNDED =
                               WS-ADD-IMPORTO +
                               (WS-ADD-LIMITE-A - WS-ADD-LIMITE-DA)
                               * WS-ADD-ALIQUOTA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-ADD-ALIQUOTE
           END-EXEC.
       
      * Oneri sociali a carico del datore di lavoro: contributi
      * INPS azienda all'aliquota dell'inquadramento
      * sull'imponibile previdenziale gia' determinato per il
      * dipendente (piu' l'addizionale sui contratti a termine) e
      * premio INAIL all'aliquota della qualifica (o standard se
      * la qualifica non e' tabellata)
       CALCOLA-ONERI-AZIENDA.
           COMPUTE WS-INP-CONTRIB-TD ROUNDED =
               WS-INP-IMPONIBILE * WS-INP-MAGG-TD
           COMPUTE WS-STI-CONTR-AZI ROUNDED =
               WS-INP-IMPONIBILE * WS-INP-ALIQ-AZI
               + WS-INP-CONTRIB-TD

           MOVE WS-ALIQ-INAIL-STANDARD TO WS-ALIQ-INAIL

           EXEC SQL
               SELECT aliquota
               INTO :WS-ALIQ-INAIL
               FROM ALIQUOTE_INAIL
               WHERE qualifica = :WS-DIP-QUALIFICA
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE WS-ALIQ-INAIL-STANDARD TO WS-ALIQ-INAIL
           END-IF

           COMPUTE WS-STI-INAIL-AZI ROUNDED =
               (WS-STI-LORDO - WS-STI-CIG) * WS-ALIQ-INAIL.

      * Previdenza complementare del mese: quota TFR destinata al
      * fondo o alla Tesoreria INPS (solo mensilita' ordinaria; in
      * cessazione e' il rateo finale gia' calcolato), contributi
      * al fondo sulla retribuzione base e quota deducibile entro
      * il limite annuo, al netto di quanto gia' dedotto nei
      * cedolini precedenti dell'anno
       CALCOLA-PREVIDENZA-COMPL.
           MOVE 'A' TO WS-PRV-DESTINAZIONE
           MOVE SPACES TO WS-PRV-FONDO
           MOVE ZERO TO WS-PRV-QUOTA-TFR
           MOVE ZERO TO WS-PRV-CONTR-DIP
           MOVE ZERO TO WS-PRV-CONTR-AZI
           MOVE ZERO TO WS-PRV-DEDUCIBILE

           IF WS-SIM-IN-CORSO = 'S'
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               SELECT COALESCE(destinazione_tfr, 'A'),
                      COALESCE(codice_fondo, ' '),
                      COALESCE(perc_contrib_dip, 0),
                      COALESCE(perc_contrib_azi, 0)
               INTO :WS-PRV-DESTINAZIONE, :WS-PRV-FONDO,
                    :WS-PRV-PERC-DIP, :WS-PRV-PERC-AZI
               FROM DIPENDENTI
               WHERE matricola = :WS-MATRICOLA
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'A' TO WS-PRV-DESTINAZIONE
               EXIT PARAGRAPH
           END-IF

           IF WS-PRV-DESTINAZIONE NOT = 'A' AND WS-MENSILITA = 0
               IF WS-CES-IN-CORSO = 'S'
                   MOVE WS-TFR-MATURATO TO WS-PRV-QUOTA-TFR
               ELSE
                   COMPUTE WS-PRV-QUOTA-TFR ROUNDED =
                       WS-STI-LORDO / 13.5
               END-IF
           END-IF

           IF WS-PRV-DESTINAZIONE NOT = 'F'
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-PRV-CONTR-DIP ROUNDED =
               WS-STI-BASE * WS-PRV-PERC-DIP / 100
           COMPUTE WS-PRV-CONTR-AZI ROUNDED =
               WS-STI-BASE * WS-PRV-PERC-AZI / 100

           IF WS-PRV-CONTR-DIP + WS-PRV-CONTR-AZI = 0
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               SELECT COALESCE(SUM(p.contributo_deducibile), 0)
               INTO :WS-PRV-PROGR-DEDOTTO
               FROM PREVIDENZA_MENSILE p
               JOIN STIPENDI s ON p.id_stipendio = s.id_stipendio
               WHERE s.matricola = :WS-MATRICOLA
               AND s.anno = :WS-ANNO
               AND s.stato_pagamento <> 'A'
               AND (s.mese < :WS-MESE
                    OR (s.mese = :WS-MESE
                        AND s.mensilita < :WS-MENSILITA))
           END-EXEC

           COMPUTE WS-PRV-RESIDUO =
               WS-PRV-LIMITE-DEDUC - WS-PRV-PROGR-DEDOTTO
           IF WS-PRV-RESIDUO < 0
               MOVE ZERO TO WS-PRV-RESIDUO
           END-IF

           COMPUTE WS-PRV-DEDUCIBILE =
               WS-PRV-CONTR-DIP + WS-PRV-CONTR-AZI
           IF WS-PRV-DEDUCIBILE > WS-PRV-RESIDUO
               MOVE WS-PRV-RESIDUO TO WS-PRV-DEDUCIBILE
           END-IF.

      * Contributi INPS a carico del dipendente: aliquota
      * dell'inquadramento sull'imponibile previdenziale del mese
      * (i fringe benefit solo oltre soglia, l'integrazione CIG
      * con la sola riduzione del 5,84%), tagliato al massimale
      * annuo per i soggetti; oltre la prima fascia pensionabile
      * dell'anno si aggiunge il contributo aggiuntivo
       CALCOLA-INPS-DIPENDENTE.
      * L'integrazione CIG non entra nell'imponibile ordinario
           COMPUTE WS-INP-BASE-MESE =
               WS-STI-LORDO - WS-STI-CIG + WS-FRB-IMPON-PREV

           PERFORM CARICA-ALIQUOTE-INPS

      * Progressivo previdenziale dell'anno prima di questo
      * cedolino (le mensilita' aggiuntive seguono l'ordinaria)
           MOVE ZERO TO WS-INP-PROGRESSIVO
           IF WS-SIM-IN-CORSO NOT = 'S'
               EXEC SQL
                   SELECT COALESCE(SUM(COALESCE(imponibile_inps,
                                                totale_lordo)), 0)
                   INTO :WS-INP-PROGRESSIVO
                   FROM STIPENDI
                   WHERE matricola = :WS-MATRICOLA
                   AND anno = :WS-ANNO
                   AND stato_pagamento <> 'A'
                   AND (mese < :WS-MESE
                        OR (mese = :WS-MESE
                            AND mensilita < :WS-MENSILITA))
               END-EXEC
           END-IF

           MOVE WS-INP-BASE-MESE TO WS-INP-IMPONIBILE
           IF WS-INP-SOGG-MASSIMALE = 'S' AND WS-INP-MASSIMALE > 0
               COMPUTE WS-INP-ECCEDENZA =
                   WS-INP-MASSIMALE - WS-INP-PROGRESSIVO
               IF WS-INP-ECCEDENZA < 0
                   MOVE ZERO TO WS-INP-ECCEDENZA
               END-IF
               IF WS-INP-IMPONIBILE > WS-INP-ECCEDENZA
                   MOVE WS-INP-ECCEDENZA TO WS-INP-IMPONIBILE
               END-IF
           END-IF

      * Contributo aggiuntivo sulla quota del mese che supera la
      * prima fascia pensionabile nel progressivo
           MOVE ZERO TO WS-INP-AGGIUNTIVO
           IF WS-INP-PRIMA-FASCIA > 0
               COMPUTE WS-INP-ECCEDENZA =
                   WS-INP-PROGRESSIVO + WS-INP-IMPONIBILE
                   - WS-INP-PRIMA-FASCIA
               IF WS-INP-ECCEDENZA > WS-INP-IMPONIBILE
                   MOVE WS-INP-IMPONIBILE TO WS-INP-ECCEDENZA
               END-IF
               IF WS-INP-ECCEDENZA > 0
                   COMPUTE WS-INP-AGGIUNTIVO ROUNDED =
                       WS-INP-ECCEDENZA * WS-INP-ALIQ-AGG
               END-IF
           END-IF

      * Riduzione contributiva sull'integrazione CIG anticipata
           COMPUTE WS-INPS-CIG ROUNDED =
               WS-STI-CIG * WS-CIG-ALIQ-RIDUZIONE

           COMPUTE WS-INPS ROUNDED =
               WS-INP-IMPONIBILE * WS-INP-ALIQ-DIP
               + WS-INP-AGGIUNTIVO + WS-INPS-CIG.

      * Aliquote del dipendente: la riga piu' specifica per
      * qualifica, contratto e classificazione dell'azienda; senza
      * righe in tabella valgono le aliquote standard. Il contratto
      * e' quello in vigore nel periodo: prima della trasformazione
      * vale il precedente, e l'apprendista qualificato conserva le
      * aliquote da apprendista per i mesi di agevolazione
       CARICA-ALIQUOTE-INPS.
           MOVE 'I' TO WS-INP-CONTRATTO
           MOVE 'N' TO WS-INP-SOGG-MASSIMALE
           MOVE SPACES TO WS-INP-INQUADRAMENTO

           IF WS-MATRICOLA NOT = SPACES
               EXEC SQL
                   SELECT CASE
                          WHEN d.tipo_trasformazione = 'AQ'
                           AND EXTRACT(YEAR FROM d.data_trasformazione)
                               * 12
                               + EXTRACT(MONTH FROM
                                         d.data_trasformazione)
                               + :WS-CTR-MESI-AGEV-APP
                               > :WS-ANNO * 12 + :WS-MESE
                          THEN 'A'
                          WHEN d.tipo_contratto_precedente IS NOT NULL
                           AND EXTRACT(YEAR FROM d.data_trasformazione)
                               * 12
                               + EXTRACT(MONTH FROM
                                         d.data_trasformazione)
                               > :WS-ANNO * 12 + :WS-MESE
                          THEN d.tipo_contratto_precedente
                          ELSE COALESCE(d.tipo_contratto, 'I')
                          END,
                          COALESCE(d.soggetto_massimale, 'N'),
                          COALESCE(a.inquadramento_inps, ' ')
                   INTO :WS-INP-CONTRATTO,
                        :WS-INP-SOGG-MASSIMALE,
                        :WS-INP-INQUADRAMENTO
                   FROM DIPENDENTI d
                   LEFT JOIN AZIENDE a
                          ON a.codice_azienda = d.codice_azienda
                   WHERE d.matricola = :WS-MATRICOLA
               END-EXEC
           END-IF

           EXEC SQL
               SELECT aliquota_dipendente, aliquota_azienda,
                      COALESCE(maggiorazione_td, 0)
               INTO :WS-INP-ALIQ-DIP, :WS-INP-ALIQ-AZI,
                    :WS-INP-MAGG-TD
               FROM ALIQUOTE_INPS
               WHERE qualifica IN (:WS-DIP-QUALIFICA, '*')
               AND tipo_contratto IN (:WS-INP-CONTRATTO, '*')
               AND inquadramento_inps IN
                   (:WS-INP-INQUADRAMENTO, '*')
               ORDER BY CASE WHEN qualifica = '*' THEN 1
                             ELSE 0 END
                      + CASE WHEN tipo_contratto = '*' THEN 1
                             ELSE 0 END
                      + CASE WHEN inquadramento_inps = '*' THEN 1
                             ELSE 0 END
               LIMIT 1
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE WS-ALIQ-INPS-DIP-STANDARD TO WS-INP-ALIQ-DIP
               MOVE WS-ALIQ-INPS-AZIENDA TO WS-INP-ALIQ-AZI
               MOVE WS-ALIQ-MAGG-TD-STANDARD TO WS-INP-MAGG-TD
           END-IF

           IF WS-INP-CONTRATTO NOT = 'D'
               MOVE ZERO TO WS-INP-MAGG-TD
           END-IF

      * Massimale e prima fascia pensionabile dell'anno
           EXEC SQL
               SELECT massimale_annuo, limite_prima_fascia,
                      aliquota_aggiuntiva
               INTO :WS-INP-MASSIMALE, :WS-INP-PRIMA-FASCIA,
                    :WS-INP-ALIQ-AGG
               FROM PARAMETRI_INPS
               WHERE anno = :WS-ANNO
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO WS-INP-MASSIMALE
               MOVE ZERO TO WS-INP-PRIMA-FASCIA
               MOVE ZERO TO WS-INP-ALIQ-AGG
           END-IF.

       CALCOLA-IRPEF.
           MOVE ZERO TO WS-IRPEF
      * I fringe benefit oltre soglia concorrono all'imponibile
      * fiscale del mese (compreso il recupero dell'esente); il
      * premio detassato ne resta fuori (imposta sostitutiva),
      * come gli arretrati contrattuali (tassazione separata);
      * il contributo del datore al fondo pensione e' reddito, la
      * quota deducibile dei contributi al fondo si sottrae
           COMPUTE WS-IMPONIBILE =
               (WS-STI-LORDO + WS-FRB-IMPON-FISC
                - WS-STI-PREMIO-DET - WS-STI-ARRETRATI
                + WS-PRV-CONTR-AZI - WS-PRV-DEDUCIBILE) * 12

      * Scaglioni caricati da tabella, configurabili per anno
           EXEC SQL
               OPEN CUR-SCAGLIONI
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-SCAGLIONI
                   INTO :WS-SCAGLIONE-MIN, :WS-SCAGLIONE-MAX,
                        :WS-ALIQUOTA
               END-EXEC

               IF SQLCODE = 0
                   IF WS-IMPONIBILE > WS-SCAGLIONE-MIN
                       IF WS-IMPONIBILE <= WS-SCAGLIONE-MAX
                           COMPUTE WS-IRPEF = WS-IRPEF +
                               (WS-IMPONIBILE - WS-SCAGLIONE-MIN)
                               * WS-ALIQUOTA
                       ELSE
                           COMPUTE WS-IRPEF = WS-IRPEF +
                               (WS-SCAGLIONE-MAX - WS-SCAGLIONE-MIN)
                               * WS-ALIQUOTA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-SCAGLIONI
           END-EXEC

      * Riporta a valore mensile
           COMPUTE WS-IRPEF = WS-IRPEF / 12.
       
      ******************************************************************
      * Conguaglio IRPEF di dicembre: l'IRPEF dovuta viene
      * ricalcolata sull'imponibile annuo effettivo (tutte le
      * mensilita') al netto delle detrazioni spettanti, confrontata
      * con quanto gia' trattenuto nell'anno e la differenza
      * regolata sullo stipendio di dicembre con una trattenuta di
      * conguaglio (a debito o a credito), cosi' la Certificazione
      * Unica chiude coerente.
      ******************************************************************
      * Aliquota media del biennio precedente per la tassazione
      * separata degli arretrati: IRPEF netta trattenuta sul
      * reddito ordinario dei due anni; senza storico si applica
      * l'aliquota del primo scaglione dell'anno
       CALCOLA-ALIQUOTA-ARRETRATI.
           EXEC SQL
               SELECT COALESCE(SUM(totale_lordo
                          - COALESCE(premio_detassato, 0)
                          - COALESCE(arretrati_ccnl, 0)), 0)
               INTO :WS-ARR-IMPONIBILE
               FROM STIPENDI
               WHERE matricola = :WS-MATRICOLA
               AND anno BETWEEN :WS-ANNO - 2 AND :WS-ANNO - 1
               AND stato_pagamento <> 'A'
           END-EXEC

           EXEC SQL
               SELECT COALESCE(SUM(t.importo), 0)
               INTO :WS-ARR-IRPEF-BIENNIO
               FROM TRATTENUTE t
               JOIN STIPENDI s ON t.id_stipendio = s.id_stipendio
               WHERE s.matricola = :WS-MATRICOLA
               AND s.anno BETWEEN :WS-ANNO - 2 AND :WS-ANNO - 1
               AND s.stato_pagamento <> 'A'
               AND t.tipo_trattenuta IN
                   ('IRPEF', 'DETRAZ', 'DETRAZ_FAM', 'CONGUAGLIO')
           END-EXEC

           IF WS-ARR-IMPONIBILE > 0 AND WS-ARR-IRPEF-BIENNIO > 0
               COMPUTE WS-ARR-ALIQUOTA ROUNDED =
                   WS-ARR-IRPEF-BIENNIO / WS-ARR-IMPONIBILE
           ELSE
               EXEC SQL
                   SELECT aliquota
                   INTO :WS-ALIQUOTA
                   FROM SCAGLIONI_IRPEF
                   WHERE anno = :WS-ANNO
                   ORDER BY limite_da
                   LIMIT 1
               END-EXEC

               IF SQLCODE = 0
                   MOVE WS-ALIQUOTA TO WS-ARR-ALIQUOTA
               ELSE
                   MOVE ZERO TO WS-ARR-ALIQUOTA
               END-IF
           END-IF.

       CONGUAGLIO-IRPEF-ANNUALE.
           DISPLAY " "
           DISPLAY "=== CONGUAGLIO IRPEF DI FINE ANNO ==="

           DISPLAY "Codice azienda: " WITH NO ADVANCING
           ACCEPT WS-AZIENDA-FILTRO

           DISPLAY "Anno (AAAA): " WITH NO ADVANCING
           ACCEPT WS-ANNO

           MOVE ZERO TO WS-CONTA-CONGUAGLI

           EXEC SQL
               OPEN CUR-CONGUAGLIO
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-CONGUAGLIO
                   INTO :WS-MATRICOLA, :WS-CNG-ID-DICEMBRE,
                        :WS-CNG-STATO-PAG
               END-EXEC

               IF SQLCODE = 0
                   IF WS-CNG-STATO-PAG = 'P'
                       DISPLAY WS-MATRICOLA ": stipendio di "
                               "dicembre già pagato, conguaglio "
                               "non applicabile!"
                   ELSE
                       PERFORM CALCOLA-CONGUAGLIO-DIPENDENTE
                       PERFORM CONGUAGLIO-ADDIZIONALI
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-CONGUAGLIO
           END-EXEC

           DISPLAY " "
           DISPLAY "Conguagli applicati: " WS-CONTA-CONGUAGLI.

       CALCOLA-CONGUAGLIO-DIPENDENTE.
      * Imponibile effettivo dell'anno, tutte le mensilita'
      * (gli arretrati a tassazione separata restano fuori)
           EXEC SQL
               SELECT COALESCE(SUM(totale_lordo
                          - COALESCE(arretrati_ccnl, 0)), 0)
               INTO :WS-CNG-IMPONIBILE
               FROM STIPENDI
               WHERE matricola = :WS-MATRICOLA
               AND anno = :WS-ANNO
               AND stato_pagamento <> 'A'
           END-EXEC

      * Previdenza complementare: piu' i contributi del datore,
      * meno quanto dedotto nell'anno entro il limite
           EXEC SQL
               SELECT COALESCE(SUM(p.contributo_azi
                                   - p.contributo_deducibile), 0)
               INTO :WS-PRV-RETTIFICA
               FROM PREVIDENZA_MENSILE p
               JOIN STIPENDI s ON p.id_stipendio = s.id_stipendio
               WHERE s.matricola = :WS-MATRICOLA
               AND s.anno = :WS-ANNO
               AND s.stato_pagamento <> 'A'
           END-EXEC

           IF WS-CNG-IMPONIBILE > 0
               COMPUTE WS-CNG-IMPONIBILE =
                   WS-CNG-IMPONIBILE + WS-PRV-RETTIFICA
           END-IF

           IF WS-CNG-IMPONIBILE = 0
               EXIT PARAGRAPH
           END-IF

                       "non applicato!"
           END-IF.

      ******************************************************************
      * Conguaglio delle addizionali: sull'imponibile annuo e sulla
      * residenza fiscale si calcolano la regionale e la comunale
      * dell'anno (la comunale al netto dell'acconto gia' trattenuto)
      * e l'acconto comunale dell'anno successivo; i tre importi
      * diventano piani di rate sull'anno successivo. Un acconto
      * trattenuto oltre il dovuto si rimborsa su dicembre.
      ******************************************************************
       CONGUAGLIO-ADDIZIONALI.
           IF WS-CNG-IMPONIBILE = 0
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               SELECT COALESCE(regione_residenza, ' '),
                      COALESCE(comune_residenza, ' ')
               INTO :WS-DIP-REGIONE, :WS-DIP-COMUNE
               FROM DIPENDENTI
               WHERE matricola = :WS-MATRICOLA
           END-EXEC

           IF WS-DIP-REGIONE = SPACES OR WS-DIP-COMUNE = SPACES
               DISPLAY WS-MATRICOLA ": residenza fiscale non "
                       "registrata, addizionali non calcolate!"
               MOVE ZERO TO SQLCODE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CNG-IMPONIBILE TO WS-IMPONIBILE
           COMPUTE WS-ADD-ANNO-SUCC = WS-ANNO + 1

      * Addizionale regionale dell'anno
           MOVE WS-ANNO TO WS-ADD-ANNO-ALIQ
           MOVE 'R' TO WS-ADD-TIPO-ENTE
           MOVE WS-DIP-REGIONE TO WS-ADD-ENTE
           PERFORM CALCOLA-ADDIZIONALE-ENTE
           MOVE WS-ADD-IMPORTO TO WS-ACN-REG-DOVUTA

      * Addizionale comunale dell'anno meno l'acconto trattenuto
           MOVE 'C' TO WS-ADD-TIPO-ENTE
           MOVE WS-DIP-COMUNE TO WS-ADD-ENTE
           PERFORM CALCOLA-ADDIZIONALE-ENTE
           MOVE WS-ADD-IMPORTO TO WS-ACN-COM-DOVUTA

           EXEC SQL
               SELECT COALESCE(SUM(t.importo), 0)
               INTO :WS-ACN-ACC-VERSATO
               FROM TRATTENUTE t
               JOIN STIPENDI s ON t.id_stipendio = s.id_stipendio
               WHERE s.matricola = :WS-MATRICOLA
               AND s.stato_pagamento <> 'A'
               AND t.tipo_trattenuta = 'ADD_ACC'
               AND t.anno_riferimento = :WS-ANNO
           END-EXEC

           COMPUTE WS-ACN-COM-SALDO =
               WS-ACN-COM-DOVUTA - WS-ACN-ACC-VERSATO

      * Acconto comunale dell'anno successivo sul reddito dell'anno,
      * con l'aliquota gia' deliberata per l'anno successivo se
      * presente in tabella
           MOVE WS-ADD-ANNO-SUCC TO WS-ADD-ANNO-ALIQ
           PERFORM CALCOLA-ADDIZIONALE-ENTE
           COMPUTE WS-ACN-ACC-SUCC ROUNDED =
               WS-ADD-IMPORTO * WS-ALIQ-ACCONTO-COM

           MOVE "OK" TO WS-ESITO

           EXEC SQL
               BEGIN TRANSACTION
           END-EXEC

      * Saldo regionale e comunale: undici rate gennaio-novembre
           MOVE "REG" TO WS-APR-TIPO
           MOVE WS-DIP-REGIONE TO WS-APR-ENTE
           MOVE WS-ANNO TO WS-APR-ANNO-RIF
           MOVE WS-ACN-REG-DOVUTA TO WS-APR-TOTALE
           MOVE 11 TO WS-APR-RATE-TOTALI
           MOVE 1 TO WS-APR-MESE-INIZIO
           MOVE 11 TO WS-APR-MESE-FINE
           PERFORM REGISTRA-PIANO-ADDIZIONALE

           MOVE "COM" TO WS-APR-TIPO
           MOVE WS-DIP-COMUNE TO WS-APR-ENTE
           IF WS-ACN-COM-SALDO > 0
               MOVE WS-ACN-COM-SALDO TO WS-APR-TOTALE
           ELSE
               MOVE ZERO TO WS-APR-TOTALE
           END-IF
           PERFORM REGISTRA-PIANO-ADDIZIONALE

      * Acconto comunale: nove rate marzo-novembre
           MOVE "ACC" TO WS-APR-TIPO
           MOVE WS-ADD-ANNO-SUCC TO WS-APR-ANNO-RIF
           MOVE WS-ACN-ACC-SUCC TO WS-APR-TOTALE
           MOVE 9 TO WS-APR-RATE-TOTALI
           MOVE 3 TO WS-APR-MESE-INIZIO
           PERFORM REGISTRA-PIANO-ADDIZIONALE

           PERFORM RIMBORSO-ACCONTO-COMUNALE

           IF WS-ESITO = "OK"
               EXEC SQL
                   COMMIT
               END-EXEC
               MOVE WS-ACN-REG-DOVUTA TO WS-IMPORTO-EDIT
               DISPLAY WS-MATRICOLA ": addizionale regionale "
                       WS-ANNO " EUR " WS-IMPORTO-EDIT
               MOVE WS-ACN-COM-SALDO TO WS-IMPORTO-EDIT
               DISPLAY WS-MATRICOLA ": saldo addizionale "
                       "comunale EUR " WS-IMPORTO-EDIT
               MOVE WS-ACN-ACC-SUCC TO WS-IMPORTO-EDIT
               DISPLAY WS-MATRICOLA ": acconto comunale "
                       WS-ADD-ANNO-SUCC " EUR " WS-IMPORTO-EDIT
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               DISPLAY WS-MATRICOLA ": errore conguaglio "
                       "addizionali, non applicato!"
           END-IF

           MOVE ZERO TO SQLCODE.

      * Piano di rate sull'anno successivo: un piano non ancora
      * partito si sostituisce (conguaglio rieseguito), uno gia' in
      * trattenuta resta com'e'
       REGISTRA-PIANO-ADDIZIONALE.
           EXEC SQL
               DELETE FROM ADDIZIONALI_RATE
               WHERE matricola = :WS-MATRICOLA
               AND tipo_addizionale = :WS-APR-TIPO
               AND anno_riferimento = :WS-APR-ANNO-RIF
               AND importo_trattenuto = 0
           END-EXEC

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-APR-ESISTENTI
               FROM ADDIZIONALI_RATE
               WHERE matricola = :WS-MATRICOLA
               AND tipo_addizionale = :WS-APR-TIPO
               AND anno_riferimento = :WS-APR-ANNO-RIF
           END-EXEC

           IF WS-APR-ESISTENTI > 0
               DISPLAY WS-MATRICOLA ": piano " WS-APR-TIPO " "
                       WS-APR-ANNO-RIF " gia' in trattenuta, "
                       "non modificato!"
               EXIT PARAGRAPH
           END-IF

           IF WS-APR-TOTALE = 0
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               INSERT INTO ADDIZIONALI_RATE
               (matricola, tipo_addizionale, codice_ente,
                anno_riferimento, importo_totale, rate_totali,
                rate_residue, importo_trattenuto,
                anno_trattenuta, mese_inizio, mese_fine, stato)
               VALUES
               (:WS-MATRICOLA, :WS-APR-TIPO, :WS-APR-ENTE,
                :WS-APR-ANNO-RIF, :WS-APR-TOTALE,
                :WS-APR-RATE-TOTALI, :WS-APR-RATE-TOTALI, 0,
                :WS-ADD-ANNO-SUCC, :WS-APR-MESE-INIZIO,
                :WS-APR-MESE-FINE, 'A')
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Errore inserimento piano addizionale: "
                       SQLCODE
               MOVE "KO" TO WS-ESITO
           END-IF.

      * Acconto comunale trattenuto oltre il dovuto: la differenza
      * torna sullo stipendio di dicembre come trattenuta negativa
      * (al netto di quanto gia' rimborsato da un giro precedente)
       RIMBORSO-ACCONTO-COMUNALE.
           IF WS-ACN-COM-SALDO < 0
               COMPUTE WS-ACN-RIMBORSO = 0 - WS-ACN-COM-SALDO
           ELSE
               MOVE ZERO TO WS-ACN-RIMBORSO
           END-IF

           EXEC SQL
               SELECT COALESCE(SUM(importo), 0)
               INTO :WS-ACN-GIA-RIMBORSO
               FROM TRATTENUTE
               WHERE id_stipendio = :WS-CNG-ID-DICEMBRE
               AND tipo_trattenuta = 'ADD_COM'
               AND anno_riferimento = :WS-ANNO
           END-EXEC

           COMPUTE WS-ACN-RIMBORSO =
               0 - WS-ACN-RIMBORSO - WS-ACN-GIA-RIMBORSO

           IF WS-ACN-RIMBORSO = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-ADD-DESCRIZIONE
           STRING "Rimborso acconto addizionale comunale "
                  WS-ANNO
                  DELIMITED BY SIZE INTO WS-ADD-DESCRIZIONE

           EXEC SQL
               INSERT INTO TRATTENUTE
               (id_stipendio, tipo_trattenuta, descrizione,
                importo, codice_ente, anno_riferimento)
               VALUES
               (:WS-CNG-ID-DICEMBRE, 'ADD_COM',
                :WS-ADD-DESCRIZIONE, :WS-ACN-RIMBORSO,
                :WS-DIP-COMUNE, :WS-ANNO)
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   UPDATE STIPENDI
                   SET totale_trattenute =
                           totale_trattenute + :WS-ACN-RIMBORSO,
                       netto_pagare =
                           netto_pagare - :WS-ACN-RIMBORSO
                   WHERE id_stipendio = :WS-CNG-ID-DICEMBRE
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0
               DISPLAY "Errore rimborso acconto comunale: " SQLCODE
               MOVE "KO" TO WS-ESITO
           END-IF.

      * IRPEF a scaglioni sull'imponibile annuo gia' presente in
      * WS-IMPONIBILE (senza annualizzare ne' mensilizzare)
       CALCOLA-IRPEF-ANNUALE.
           MOVE ZERO TO WS-IRPEF

           EXEC SQL
               OPEN CUR-SCAGLIONI
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-SCAGLIONI
                   INTO :WS-SCAGLIONE-MIN, :WS-SCAGLIONE-MAX,
                        :WS-ALIQUOTA
               END-EXEC

               IF SQLCODE = 0
                   IF WS-IMPONIBILE > WS-SCAGLIONE-MIN
                       IF WS-IMPONIBILE <= WS-SCAGLIONE-MAX
                           COMPUTE WS-IRPEF = WS-IRPEF +
                               (WS-IMPONIBILE - WS-SCAGLIONE-MIN)
                               * WS-ALIQUOTA
                       ELSE
                           COMPUTE WS-IRPEF = WS-IRPEF +
                               (WS-SCAGLIONE-MAX
                                - WS-SCAGLIONE-MIN)
                               * WS-ALIQUOTA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-SCAGLIONI
           END-EXEC.

       CALCOLA-DETRAZIONI.
           MOVE ZERO TO WS-DETRAZIONI
           COMPUTE WS-IMPONIBILE = WS-STI-LORDO * 12
           
                           premio_detassato =
                               :WS-STI-PREMIO-DET,
                           assegni_familiari = :WS-STI-ANF,
                           arretrati_ccnl = :WS-STI-ARRETRATI,
                           rimborso_730 = :WS-730-RIMBORSO,
                           importo_cig = :WS-STI-CIG,
                           ore_cig = :WS-STI-ORE-CIG,
                           contributo_cig = :WS-INPS-CIG,
                           importo_congedi_inps =
                               :WS-STI-CONG-INPS,
                           importo_congedi_azienda =
                           totale_lordo = :WS-STI-LORDO,
                           totale_trattenute = :WS-STI-TRATTENUTE,
                           netto_pagare = :WS-STI-NETTO,
                           imponibile_inps = :WS-INP-IMPONIBILE,
                           contributo_aggiuntivo =
                               :WS-INP-AGGIUNTIVO,
                           contributo_td = :WS-INP-CONTRIB-TD,
                           buoni_pasto_numero = :WS-BPA-NUMERO,
                           buoni_pasto_tipo = :WS-BPA-TIPO,
                           buoni_pasto_valore_unit =
                               :WS-BPA-VALORE-UNIT,
                           buoni_pasto_esente = :WS-BPA-ESENTE,
                           buoni_pasto_imponibile =
                               :WS-BPA-IMPONIBILE,
                           data_elaborazione = CURRENT_TIMESTAMP
                       WHERE id_stipendio = :WS-STI-ID
                   END-EXEC
                    assegni_familiari,
                    importo_congedi_inps,
                    importo_congedi_azienda,
                    totale_lordo, totale_trattenute, netto_pagare,
                    imponibile_inps, contributo_aggiuntivo,
                    contributo_td, buoni_pasto_numero,
                    buoni_pasto_tipo, buoni_pasto_valore_unit,
                    buoni_pasto_esente, buoni_pasto_imponibile,
                    arretrati_ccnl, rimborso_730,
                    importo_cig, ore_cig, contributo_cig)
                   VALUES
                   (:WS-MATRICOLA, :WS-ANNO, :WS-MESE,
                    :WS-MENSILITA, :WS-STI-GIORNI,
                    :WS-STI-ANF,
                    :WS-STI-CONG-INPS, :WS-STI-CONG-AZI,
                    :WS-STI-LORDO, :WS-STI-TRATTENUTE,
                    :WS-STI-NETTO, :WS-INP-IMPONIBILE,
                    :WS-INP-AGGIUNTIVO, :WS-INP-CONTRIB-TD,
                    :WS-BPA-NUMERO, :WS-BPA-TIPO,
                    :WS-BPA-VALORE-UNIT, :WS-BPA-ESENTE,
                    :WS-BPA-IMPONIBILE, :WS-STI-ARRETRATI,
                    :WS-730-RIMBORSO,
                    :WS-STI-CIG, :WS-STI-ORE-CIG, :WS-INPS-CIG)
                   RETURNING id_stipendio INTO :WS-STI-ID
               END-EXEC
               
                'Imposta sul reddito', :WS-IRPEF)
           END-EXEC
           
      * Addizionali: una riga per ogni rata di piano applicata,
      * con ente e anno di riferimento per F24 e CU
           MOVE 1 TO WS-ADD-IDX
           PERFORM UNTIL WS-ADD-IDX > WS-ADD-CONTA
               MOVE WS-ADD-T-ENTE(WS-ADD-IDX) TO WS-APR-ENTE
               MOVE WS-ADD-T-ANNO(WS-ADD-IDX) TO WS-APR-ANNO-RIF
               MOVE WS-ADD-T-RATA(WS-ADD-IDX) TO WS-APR-RATA
               MOVE SPACES TO WS-ADD-DESCRIZIONE
               EVALUATE WS-ADD-T-TIPO(WS-ADD-IDX)
                   WHEN "REG"
                       MOVE "ADD_REG" TO WS-ADD-TIPO-TRATT
                       STRING "Addizionale regionale saldo "
                              WS-APR-ANNO-RIF
                              DELIMITED BY SIZE
                              INTO WS-ADD-DESCRIZIONE
                   WHEN "COM"
                       MOVE "ADD_COM" TO WS-ADD-TIPO-TRATT
                       STRING "Addizionale comunale saldo "
                              WS-APR-ANNO-RIF
                              DELIMITED BY SIZE
                              INTO WS-ADD-DESCRIZIONE
                   WHEN OTHER
                       MOVE "ADD_ACC" TO WS-ADD-TIPO-TRATT
                       STRING "Addizionale comunale acconto "
                              WS-APR-ANNO-RIF
                              DELIMITED BY SIZE
                              INTO WS-ADD-DESCRIZIONE
               END-EVALUATE
               EXEC SQL
                   INSERT INTO TRATTENUTE
                   (id_stipendio, tipo_trattenuta,
                    descrizione, importo, codice_ente,
                    anno_riferimento)
                   VALUES
                   (:WS-STI-ID, :WS-ADD-TIPO-TRATT,
                    :WS-ADD-DESCRIZIONE, :WS-APR-RATA,
                    :WS-APR-ENTE, :WS-APR-ANNO-RIF)
               END-EXEC
               ADD 1 TO WS-ADD-IDX
           END-PERFORM

           IF WS-IMP-SOST > 0
               EXEC SQL
                   INSERT INTO TRATTENUTE
               END-EXEC
           END-IF

           IF WS-ARR-IMPOSTA > 0
               EXEC SQL
                   INSERT INTO TRATTENUTE
                   (id_stipendio, tipo_trattenuta,
                    descrizione, importo)
                   VALUES
                   (:WS-STI-ID, 'IRPEF_SEP',
                    'IRPEF separata arretrati',
                    :WS-ARR-IMPOSTA)
               END-EXEC
           END-IF

      * Assistenza fiscale 730: rata del debito, secondo acconto
      * e interessi, con l'anno di riferimento per l'F24
           IF WS-730-TRATTENUTA > 0
               EXEC SQL
                   INSERT INTO TRATTENUTE
                   (id_stipendio, tipo_trattenuta,
                    descrizione, importo, anno_riferimento)
                   VALUES
                   (:WS-STI-ID, 'TRAT_730',
                    'Trattenuta 730 saldo/acconto',
                    :WS-730-TRATTENUTA, :WS-730-ANNO-IMPOSTA)
               END-EXEC
           END-IF

           IF WS-730-TRATT-ACC2 > 0
               EXEC SQL
                   INSERT INTO TRATTENUTE
                   (id_stipendio, tipo_trattenuta,
                    descrizione, importo, anno_riferimento)
                   VALUES
                   (:WS-STI-ID, 'ACC2_730',
                    'Secondo acconto IRPEF 730',
                    :WS-730-TRATT-ACC2, :WS-ANNO)
               END-EXEC
           END-IF

           IF WS-730-INT-PAGATI > 0
               EXEC SQL
                   INSERT INTO TRATTENUTE
                   (id_stipendio, tipo_trattenuta,
                    descrizione, importo, anno_riferimento)
                   VALUES
                   (:WS-STI-ID, 'INT_730',
                    'Interessi rateazione 730',
                    :WS-730-INT-PAGATI, :WS-730-ANNO-IMPOSTA)
               END-EXEC
           END-IF

           IF WS-DETRAZIONI > 0
               COMPUTE WS-DETRAZIONI = 0 - WS-DETRAZIONI
               EXEC SQL
               END-EXEC
           END-IF

      * Contributo del dipendente al fondo pensione
           IF WS-PRV-CONTR-DIP > 0
               MOVE SPACES TO WS-ADD-DESCRIZIONE
               STRING "Contributo fondo pensione " WS-PRV-FONDO
                      DELIMITED BY SIZE INTO WS-ADD-DESCRIZIONE
               EXEC SQL
                   INSERT INTO TRATTENUTE
                   (id_stipendio, tipo_trattenuta,
                    descrizione, importo)
                   VALUES
                   (:WS-STI-ID, 'PREV_COMPL',
                    :WS-ADD-DESCRIZIONE, :WS-PRV-CONTR-DIP)
               END-EXEC
           END-IF

      * Una riga per ogni rata ricorrente applicata nel mese, con
      * il creditore in descrizione (compare cosi' sul cedolino)
           MOVE 1 TO WS-RIC-IDX
                    :WS-RIC-CREDITORE, :WS-RIC-RATA)
               END-EXEC
               ADD 1 TO WS-RIC-IDX
           END-PERFORM

      * Quota sindacale con la sigla in descrizione
           IF WS-SIN-QUOTA > 0
               MOVE SPACES TO WS-SIN-DESCRIZIONE
               STRING "Quota sind. " WS-SIN-SIGLA
                      DELIMITED BY SIZE INTO WS-SIN-DESCRIZIONE
               EXEC SQL
                   INSERT INTO TRATTENUTE
                   (id_stipendio, tipo_trattenuta,
                    descrizione, importo)
                   VALUES
                   (:WS-STI-ID, 'SINDACATO',
                    :WS-SIN-DESCRIZIONE, :WS-SIN-QUOTA)
               END-EXEC
           END-IF

           PERFORM REGISTRA-PREVIDENZA-MENSILE
           PERFORM REGISTRA-ASSISTENZA-730
           PERFORM REGISTRA-QUOTA-SINDACALE.

      * Movimento di previdenza complementare del cedolino: le
      * rielaborazioni dello stesso cedolino lo sostituiscono
       REGISTRA-PREVIDENZA-MENSILE.
           EXEC SQL
               DELETE FROM PREVIDENZA_MENSILE
               WHERE id_stipendio = :WS-STI-ID
           END-EXEC

           IF WS-PRV-QUOTA-TFR + WS-PRV-CONTR-DIP
               + WS-PRV-CONTR-AZI = 0
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               INSERT INTO PREVIDENZA_MENSILE
               (id_stipendio, matricola, anno, mese, mensilita,
                destinazione_tfr, codice_fondo, quota_tfr,
                contributo_dip, contributo_azi,
                contributo_deducibile)
               VALUES
               (:WS-STI-ID, :WS-MATRICOLA, :WS-ANNO, :WS-MESE,
                :WS-MENSILITA, :WS-PRV-DESTINAZIONE,
                :WS-PRV-FONDO, :WS-PRV-QUOTA-TFR,
                :WS-PRV-CONTR-DIP, :WS-PRV-CONTR-AZI,
                :WS-PRV-DEDUCIBILE)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Errore registrazione previdenza "
                       "complementare: " SQLCODE
           END-IF.

      * Movimento 730 del cedolino e residui della posizione; le
      * rielaborazioni dello stesso cedolino sostituiscono il
      * movimento
       REGISTRA-ASSISTENZA-730.
           EXEC SQL
               DELETE FROM MOVIMENTI_730
               WHERE id_stipendio = :WS-STI-ID
           END-EXEC

           IF WS-730-TROVATA NOT = 'S'
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               INSERT INTO MOVIMENTI_730
               (id_stipendio, matricola, anno_imposta, anno, mese,
                rimborso, trattenuta, acconto2, interessi)
               VALUES
               (:WS-STI-ID, :WS-MATRICOLA, :WS-730-ANNO-IMPOSTA,
                :WS-ANNO, :WS-MESE, :WS-730-RIMBORSO,
                :WS-730-TRATTENUTA, :WS-730-TRATT-ACC2,
                :WS-730-INT-PAGATI)
           END-EXEC

           EXEC SQL
               UPDATE ASSISTENZA_730
               SET residuo_credito = :WS-730-RES-CREDITO,
                   residuo_debito = :WS-730-RES-DEBITO,
                   residuo_acc2 = :WS-730-RES-ACC2,
                   rate_residue = :WS-730-RATE-RESIDUE,
                   importo_differito = :WS-730-DIFFERITO,
                   prec_credito = :WS-730-PREC-CREDITO,
                   prec_debito = :WS-730-PREC-DEBITO,
                   prec_acc2 = :WS-730-PREC-ACC2,
                   prec_rate_residue = :WS-730-PREC-RATE,
                   prec_differito = :WS-730-PREC-DIFF,
                   ultimo_anno_appl = :WS-ANNO,
                   ultimo_mese_appl = :WS-MESE,
                   stato = :WS-730-STATO
               WHERE matricola = :WS-MATRICOLA
               AND anno_imposta = :WS-730-ANNO-IMPOSTA
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Errore aggiornamento posizione 730: "
                       SQLCODE
           END-IF.

      * Quota sindacale del cedolino per la lista mensile per
      * sigla: le rielaborazioni dello stesso cedolino la
      * sostituiscono
       REGISTRA-QUOTA-SINDACALE.
           EXEC SQL
               DELETE FROM TRATTENUTE_SINDACALI
               WHERE id_stipendio = :WS-STI-ID
           END-EXEC

           IF WS-SIN-QUOTA > 0
               EXEC SQL
                   INSERT INTO TRATTENUTE_SINDACALI
                   (id_stipendio, matricola, anno, mese, sigla,
                    base_calcolo, importo)
                   VALUES
                   (:WS-STI-ID, :WS-MATRICOLA, :WS-ANNO, :WS-MESE,
                    :WS-SIN-SIGLA, :WS-SIN-BASE, :WS-SIN-QUOTA)
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY "Errore registrazione quota sindacale: "
                           SQLCODE
               END-IF
           END-IF

           MOVE ZERO TO SQLCODE.

       AGGIORNA-TFR.
      * TFR maturato nel mese: 1/13.5 della retribuzione lorda
           DISPLAY "  Stipendio base:     EUR " WS-IMPORTO-EDIT
           MOVE WS-STI-STRAORD TO WS-IMPORTO-EDIT
           DISPLAY "  Straordinari:       EUR " WS-IMPORTO-EDIT
           IF WS-STI-CIG > 0
               MOVE WS-STI-CIG TO WS-IMPORTO-EDIT
               DISPLAY "  Integrazione CIG:   EUR " WS-IMPORTO-EDIT
           END-IF
           MOVE WS-STI-LORDO TO WS-IMPORTO-EDIT
           DISPLAY "  TOTALE LORDO:       EUR " WS-IMPORTO-EDIT
           DISPLAY " "
           DISPLAY "  Add. Regionale:     EUR " WS-IMPORTO-EDIT
           MOVE WS-ADD-COM TO WS-IMPORTO-EDIT
           DISPLAY "  Add. Comunale:      EUR " WS-IMPORTO-EDIT
           IF WS-ADD-ACC > 0
               MOVE WS-ADD-ACC TO WS-IMPORTO-EDIT
               DISPLAY "  Acconto Add. Com.:  EUR " WS-IMPORTO-EDIT
           END-IF
           IF WS-DETRAZIONI > 0
               MOVE WS-DETRAZIONI TO WS-IMPORTO-EDIT
               DISPLAY "  Detrazioni:        -EUR " WS-IMPORTO-EDIT
                      COALESCE(s.importo_congedi_inps, 0),
                      COALESCE(s.importo_congedi_azienda, 0),
                      COALESCE(s.assegni_familiari, 0),
                      COALESCE(s.buoni_pasto_numero, 0),
                      COALESCE(s.buoni_pasto_esente, 0),
                      COALESCE(s.buoni_pasto_imponibile, 0),
                      COALESCE(s.arretrati_ccnl, 0),
                      COALESCE(s.rimborso_730, 0),
                      COALESCE(s.importo_cig, 0),
                      COALESCE(s.ore_cig, 0),
                      s.totale_lordo,
                      s.totale_trattenute, s.netto_pagare,
                      d.nome, d.cognome, d.codice_fiscale,
                    :WS-STI-TRASF-IMPON, :WS-STI-ESENTI,
                    :WS-STI-CONG-INPS, :WS-STI-CONG-AZI,
                    :WS-STI-ANF,
                    :WS-BPA-NUMERO, :WS-BPA-ESENTE,
                    :WS-BPA-IMPONIBILE, :WS-STI-ARRETRATI,
                    :WS-730-RIMBORSO,
                    :WS-STI-CIG, :WS-STI-ORE-CIG,
                    :WS-STI-LORDO,
                    :WS-STI-TRATTENUTE, :WS-STI-NETTO,
                    :WS-DIP-NOME, :WS-DIP-COGNOME,
               WRITE CEDOLINO-RECORD
           END-IF

           IF WS-STI-ARRETRATI > 0
               MOVE WS-STI-ARRETRATI TO WS-IMPORTO-EDIT
               STRING "  Arretrati rinnovo CCNL...... EUR "
                      WS-IMPORTO-EDIT
                      DELIMITED BY SIZE INTO CEDOLINO-RECORD
               WRITE CEDOLINO-RECORD
           END-IF

           IF WS-STI-MAL-AZIENDA > 0
               MOVE WS-STI-MAL-AZIENDA TO WS-IMPORTO-EDIT
               STRING "  Malattia c/azienda.......... EUR "
               WRITE CEDOLINO-RECORD
           END-IF

           IF WS-STI-CIG > 0
               MOVE WS-STI-CIG TO WS-IMPORTO-EDIT
               MOVE WS-STI-ORE-CIG TO WS-CIG-EDIT-ORE
               STRING "  Integrazione CIG c/INPS..... EUR "
                      WS-IMPORTO-EDIT " (ore " WS-CIG-EDIT-ORE ")"
                      DELIMITED BY SIZE INTO CEDOLINO-RECORD
               WRITE CEDOLINO-RECORD
           END-IF

           IF WS-STI-TRASF-IMPON > 0
               MOVE WS-STI-TRASF-IMPON TO WS-IMPORTO-EDIT
               STRING "  Trasferte oltre franchigia.. EUR "
               WRITE CEDOLINO-RECORD
           END-IF

      * Buoni pasto: non pagati in busta, la parte esente resta
      * fuori imponibile e l'eccedenza vi e' gia' compresa
           IF WS-BPA-NUMERO > 0
               MOVE WS-BPA-NUMERO TO WS-BPA-NUMERO-EDIT
               MOVE WS-BPA-ESENTE TO WS-IMPORTO-EDIT
               STRING "  Buoni pasto n. " WS-BPA-NUMERO-EDIT
                      " esenti..... EUR "
                      WS-IMPORTO-EDIT
                      DELIMITED BY SIZE INTO CEDOLINO-RECORD
               WRITE CEDOLINO-RECORD
               IF WS-BPA-IMPONIBILE > 0
                   MOVE WS-BPA-IMPONIBILE TO WS-IMPORTO-EDIT
                   STRING "  Buoni pasto oltre esenzione. EUR "
                          WS-IMPORTO-EDIT
                          DELIMITED BY SIZE INTO CEDOLINO-RECORD
                   WRITE CEDOLINO-RECORD
               END-IF
           END-IF

           IF WS-STI-ANF > 0
               MOVE WS-STI-ANF TO WS-IMPORTO-EDIT
               STRING "  Assegno nucleo fam. (n.imp.) EUR "
                      DELIMITED BY SIZE INTO CEDOLINO-RECORD
               WRITE CEDOLINO-RECORD
           END-IF

           IF WS-730-RIMBORSO > 0
               MOVE WS-730-RIMBORSO TO WS-IMPORTO-EDIT
               STRING "  Rimborso 730 (non imponib.). EUR "
                      WS-IMPORTO-EDIT
                      DELIMITED BY SIZE INTO CEDOLINO-RECORD
               WRITE CEDOLINO-RECORD
           END-IF
           
           WRITE CEDOLINO-RECORD FROM SPACES
           STRING "TRATTENUTE:"
                  DELIMITED BY SIZE INTO CEDOLINO-RECORD
           WRITE CEDOLINO-RECORD
           
      * Carica e stampa trattenute
           WRITE CU-RECORD
           WRITE CU-RECORD FROM SPACES

           COMPUTE WS-ADD-ANNO-SUCC = WS-ANNO + 1

           EXEC SQL
               OPEN CUR-CU
           END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-CONTA-DIPENDENTI
                   PERFORM CARICA-ADDIZIONALI-CU
                   PERFORM CARICA-PREVIDENZA-CU

                   STRING WS-DIP-MATRICOLA " "
                          WS-DIP-COGNOME(1:20) " "

                   MOVE WS-CU-ADD-REG TO WS-IMPORTO-EDIT
                   STRING "  Addizionale regionale: EUR "
                          WS-IMPORTO-EDIT "  regione "
                          WS-CU-REG-ENTE
                          DELIMITED BY SIZE INTO CU-RECORD
                   WRITE CU-RECORD

                   MOVE WS-CU-ACC-ANNO TO WS-IMPORTO-EDIT
                   STRING "  Add. comunale acconto: EUR "
                          WS-IMPORTO-EDIT "  comune "
                          WS-CU-COM-ENTE
                          DELIMITED BY SIZE INTO CU-RECORD
                   WRITE CU-RECORD

                   MOVE WS-CU-ADD-COM TO WS-IMPORTO-EDIT
                   STRING "  Add. comunale saldo:   EUR "
                          WS-IMPORTO-EDIT
                          DELIMITED BY SIZE INTO CU-RECORD
                   WRITE CU-RECORD

                   MOVE WS-CU-ACC-SUCC TO WS-IMPORTO-EDIT
                   STRING "  Acconto add. com. " WS-ADD-ANNO-SUCC
                          ": EUR " WS-IMPORTO-EDIT
                          DELIMITED BY SIZE INTO CU-RECORD
                   WRITE CU-RECORD

                   IF WS-PRV-CU-VERSATI > 0
                       MOVE WS-PRV-CU-VERSATI TO WS-IMPORTO-EDIT
                       STRING "  Previdenza compl.:    EUR "
                              WS-IMPORTO-EDIT
                              DELIMITED BY SIZE INTO CU-RECORD
                       WRITE CU-RECORD
                       MOVE WS-PRV-CU-DEDOTTI TO WS-IMPORTO-EDIT
                       STRING "  di cui dedotti:       EUR "
                              WS-IMPORTO-EDIT
                              DELIMITED BY SIZE INTO CU-RECORD
                       WRITE CU-RECORD
                   END-IF

                   IF WS-CU-FRINGE > 0
                       MOVE WS-CU-FRINGE TO WS-IMPORTO-EDIT
                       STRING "  Fringe benefit:       EUR "
           DISPLAY "Mese (MM): " WITH NO ADVANCING
           ACCEPT WS-MESE

      * I bonifici partono solo con gli scostamenti verificati: il
      * controllo del periodo rivaluta prima anche i cedolini
      * ricalcolati o nuovi
           PERFORM CONTROLLO-SCOSTAMENTI

           MOVE ZERO TO WS-SCO-APERTE
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-SCO-APERTE
               FROM SCOSTAMENTI_CEDOLINI c
               JOIN STIPENDI s ON c.id_stipendio = s.id_stipendio
               JOIN DIPENDENTI d ON s.matricola = d.matricola
               WHERE s.anno = :WS-ANNO
               AND s.mese = :WS-MESE
               AND s.stato_pagamento <> 'A'
               AND d.codice_azienda = :WS-AZIENDA-FILTRO
               AND (c.verificato = 'N'
                    OR c.netto_rilevato <> s.netto_pagare)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Bonifici non generati: errore lettura "
                       "scostamenti: " SQLCODE
               EXIT PARAGRAPH
           END-IF

           IF WS-SCO-APERTE > 0
               DISPLAY "Bonifici non generati: " WS-SCO-APERTE
                       " cedolini con scostamenti da verificare."
               DISPLAY "Verificarli dal menu Controllo scostamenti "
                       "cedolini."
               EXIT PARAGRAPH
           END-IF

      * Totale del giro prima di produrre il file: oltre la soglia
      * il file nasce solo all'autorizzazione del secondo operatore,
      * perche' la banca lo importa e lo paga cosi' com'e'
           MOVE ZERO TO WS-CONTA-BONIFICI
           MOVE ZERO TO WS-TOTALE-BONIFICI
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(s.totale_netto), 0)
               INTO :WS-CONTA-BONIFICI, :WS-TOTALE-BONIFICI
               FROM STIPENDI s
               JOIN DIPENDENTI d ON s.matricola = d.matricola
               WHERE s.anno = :WS-ANNO
               AND s.mese = :WS-MESE
               AND s.stato_pagamento <> 'A'
               AND s.stato_pagamento <> 'P'
               AND d.codice_azienda = :WS-AZIENDA-FILTRO
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Bonifici non generati: errore lettura "
                       "stipendi: " SQLCODE
               EXIT PARAGRAPH
           END-IF

           IF WS-CONTA-BONIFICI > 0
               MOVE "BONIFICI-STIPENDI" TO WS-AUT-TIPO
               MOVE WS-TOTALE-BONIFICI TO WS-AUT-IMPORTO
               PERFORM CONTROLLA-SOGLIA-AUTORIZZAZIONE
               IF WS-AUT-RICHIESTA = 'S'
                   PERFORM RICHIEDI-AUT-BONIFICI-STIPENDI
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM SCRIVI-FILE-BONIFICI

      * Conferma dell'avvenuta disposizione
           IF WS-CONTA-BONIFICI > 0
               DISPLAY "Confermare l'avvenuta disposizione dei "
                       "bonifici (S/N): " WITH NO ADVANCING
               ACCEPT WS-RISPOSTA

               IF WS-RISPOSTA = 'S' OR 's'
                   PERFORM CONFERMA-BONIFICI-STIPENDI
               ELSE
                   DISPLAY "Stipendi lasciati da pagare."
               END-IF
           END-IF.

      * File dei bonifici stipendi del periodo per la banca
       SCRIVI-FILE-BONIFICI.
           OPEN OUTPUT BONIFICO-FILE

           STRING "BONIFICI STIPENDI - " WS-MESE "/" WS-ANNO
           CLOSE BONIFICO-FILE

           DISPLAY "File bonifici salvato in "
                   "BONIFICI-STIPENDI.TXT".

      * Elenco degli stipendi elaborati ma non ancora pagati a
      * fine mese: cio' che il giro bonifici non ha coperto
           DISPLAY "Totale da recuperare: EUR " WS-IMPORTO-EDIT
           DISPLAY "Report salvato in REPORT-MALATTIA-INPS.TXT".

      * Addizionali della Certificazione Unica: enti dei piani
      * dell'anno, acconto comunale trattenuto nell'anno (al netto
      * dell'eventuale rimborso al conguaglio) e acconto
      * dell'anno successivo determinato al conguaglio
       CARICA-ADDIZIONALI-CU.
           EXEC SQL
               SELECT COALESCE(MAX(CASE WHEN tipo_addizionale = 'REG'
                                   AND anno_riferimento = :WS-ANNO
                                   THEN codice_ente END), ' '),
                      COALESCE(MAX(CASE WHEN tipo_addizionale <> 'REG'
                                   THEN codice_ente END), ' '),
                      COALESCE(SUM(CASE WHEN tipo_addizionale = 'ACC'
                                   AND anno_riferimento =
                                       :WS-ADD-ANNO-SUCC
                                   THEN importo_totale
                                   ELSE 0 END), 0)
               INTO :WS-CU-REG-ENTE, :WS-CU-COM-ENTE,
                    :WS-CU-ACC-SUCC
               FROM ADDIZIONALI_RATE
               WHERE matricola = :WS-DIP-MATRICOLA
               AND anno_riferimento IN
                   (:WS-ANNO, :WS-ADD-ANNO-SUCC)
           END-EXEC

           EXEC SQL
               SELECT COALESCE(SUM(t.importo), 0)
               INTO :WS-CU-ACC-ANNO
               FROM TRATTENUTE t
               JOIN STIPENDI s ON t.id_stipendio = s.id_stipendio
               WHERE s.matricola = :WS-DIP-MATRICOLA
               AND s.stato_pagamento <> 'A'
               AND t.anno_riferimento = :WS-ANNO
               AND (t.tipo_trattenuta = 'ADD_ACC'
                    OR (t.tipo_trattenuta = 'ADD_COM'
                        AND t.importo < 0))
           END-EXEC.

      * Contributi alla previdenza complementare dell'anno
      * (dipendente e datore) e quota dedotta dall'imponibile
       CARICA-PREVIDENZA-CU.
           EXEC SQL
               SELECT COALESCE(SUM(p.contributo_dip
                                   + p.contributo_azi), 0),
                      COALESCE(SUM(p.contributo_deducibile), 0)
               INTO :WS-PRV-CU-VERSATI, :WS-PRV-CU-DEDOTTI
               FROM PREVIDENZA_MENSILE p
               JOIN STIPENDI s ON p.id_stipendio = s.id_stipendio
               WHERE s.matricola = :WS-DIP-MATRICOLA
               AND s.anno = :WS-ANNO
               AND s.stato_pagamento <> 'A'
           END-EXEC.

      ******************************************************************
      * Riepilogo mensile dei versamenti F24: somma le trattenute
      * del periodo per tipo con i codici tributo standard (1001
      * ritenute lavoro dipendente, 3802 addizionale regionale,
      * 3847/3848 acconto/saldo addizionale comunale, DM10
      * contributi INPS), cosi' il versato coincide al centesimo
      * con il trattenuto. Le addizionali si versano per ente
      * (codice regione o codice catastale) e anno di riferimento.
      ******************************************************************
       GENERA-RIEPILOGO-F24.
           DISPLAY " "
                  "-" WS-ANNO WS-MESE ".TXT" DELIMITED BY SIZE
                  INTO WS-NOME-FILE-F24

           PERFORM PREPARA-DELEGA-F24

           OPEN OUTPUT F24-FILE

           MOVE SPACES TO F24-RECORD
           WRITE F24-RECORD

           WRITE F24-RECORD FROM
               "TRIBUTO ENTE RIF. DESCRIZIONE               IMPORTO"
           MOVE ALL "-" TO F24-RECORD
           WRITE F24-RECORD

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-F24
                   INTO :WS-F24-TIPO, :WS-F24-ENTE,
                        :WS-F24-ANNO-RIF, :WS-F24-IMPORTO
               END-EXEC

               IF SQLCODE = 0
                           MOVE "3802" TO WS-F24-TRIBUTO
                       WHEN "ADD_COM"
                           MOVE "3848" TO WS-F24-TRIBUTO
                       WHEN "ADD_ACC"
                           MOVE "3847" TO WS-F24-TRIBUTO
                       WHEN "INPS   "
                           MOVE "DM10" TO WS-F24-TRIBUTO
                       WHEN "IMP_SOS"
                           MOVE "1053" TO WS-F24-TRIBUTO
                       WHEN "IRPEF_S"
                           MOVE "1002" TO WS-F24-TRIBUTO
                       WHEN "TRAT_73"
                           MOVE "4730" TO WS-F24-TRIBUTO
                       WHEN "ACC2_73"
                           MOVE "4732" TO WS-F24-TRIBUTO
                       WHEN "INT_730"
                           MOVE "1630" TO WS-F24-TRIBUTO
                       WHEN OTHER
                           MOVE "????" TO WS-F24-TRIBUTO
                   END-EVALUATE

                   IF WS-F24-ANNO-RIF = 0
                       MOVE SPACES TO WS-F24-RIF
                   ELSE
                       MOVE WS-F24-ANNO-RIF TO WS-F24-RIF
                   END-IF

                   MOVE SPACES TO F24-RECORD
                   MOVE WS-F24-IMPORTO TO WS-IMPORTO-EDIT
                   STRING WS-F24-TRIBUTO "    "
                          WS-F24-ENTE " " WS-F24-RIF " "
                          WS-F24-TIPO " EUR "
                          WS-IMPORTO-EDIT
                          DELIMITED BY SIZE INTO F24-RECORD
                   WRITE F24-RECORD
                   PERFORM SCRIVI-RIGA-F24-PAG

                   DISPLAY WS-F24-TRIBUTO " " WS-F24-ENTE " "
                           WS-F24-RIF " " WS-F24-TIPO
                           " EUR " WS-IMPORTO-EDIT
               END-IF
           END-PERFORM
               CLOSE CUR-F24
           END-EXEC

           MOVE SPACES TO WS-F24-ENTE
           MOVE SPACES TO WS-F24-RIF

      * Contributi INPS a carico azienda del periodo (aliquote
      * per inquadramento gia' applicate sui singoli cedolini)
           EXEC SQL
               SELECT COALESCE(SUM(s.contributi_azienda), 0)
               INTO :WS-F24-INPS-AZI
               FROM STIPENDI s
               JOIN DIPENDENTI d ON s.matricola = d.matricola
               WHERE s.anno = :WS-ANNO
               AND s.mese = :WS-MESE
               AND s.stato_pagamento <> 'A'
               AND d.codice_azienda = :WS-AZIENDA-FILTRO
           END-EXEC

           IF WS-F24-INPS-AZI > 0
               ADD WS-F24-INPS-AZI TO WS-F24-TOTALE
               MOVE SPACES TO F24-RECORD
               MOVE WS-F24-INPS-AZI TO WS-IMPORTO-EDIT
               STRING "DM10              INPS_AZIENDA         EUR "
                      WS-IMPORTO-EDIT
                      DELIMITED BY SIZE INTO F24-RECORD
               WRITE F24-RECORD
               MOVE "DM10" TO WS-F24-TRIBUTO
               MOVE WS-F24-INPS-AZI TO WS-F24-IMPORTO
               PERFORM SCRIVI-RIGA-F24-PAG
           END-IF

      * Contributo addizionale TD restituito alla trasformazione
           EXEC SQL
               SELECT COALESCE(SUM(r.importo), 0)
               INTO :WS-F24-RESTITUZ-TD
               FROM RESTITUZIONI_TD r
               JOIN DIPENDENTI d ON r.matricola = d.matricola
               WHERE r.anno = :WS-ANNO
               AND r.mese = :WS-MESE
               AND d.codice_azienda = :WS-AZIENDA-FILTRO
           END-EXEC

           IF WS-F24-RESTITUZ-TD > 0
               SUBTRACT WS-F24-RESTITUZ-TD FROM WS-F24-TOTALE
               MOVE SPACES TO F24-RECORD
               MOVE WS-F24-RESTITUZ-TD TO WS-IMPORTO-EDIT
               STRING "DM10     Restituzione addizionale TD "
                      "(a recupero) EUR -" WS-IMPORTO-EDIT
                      DELIMITED BY SIZE INTO F24-RECORD
               WRITE F24-RECORD
               MOVE "DM10" TO WS-F24-TRIBUTO
               COMPUTE WS-F24-IMPORTO = 0 - WS-F24-RESTITUZ-TD
               PERFORM SCRIVI-RIGA-F24-PAG
           END-IF

      * Quote TFR del periodo conferite al Fondo di Tesoreria
      * INPS e, a recupero, il TFR di Tesoreria liquidato ai
      * dipendenti cessati nel mese
           EXEC SQL
               SELECT COALESCE(SUM(p.quota_tfr), 0)
               INTO :WS-PRV-TESORERIA
               FROM PREVIDENZA_MENSILE p
               JOIN STIPENDI s ON p.id_stipendio = s.id_stipendio
               JOIN DIPENDENTI d ON s.matricola = d.matricola
               WHERE s.anno = :WS-ANNO
               AND s.mese = :WS-MESE
               AND s.stato_pagamento <> 'A'
               AND d.codice_azienda = :WS-AZIENDA-FILTRO
               AND p.destinazione_tfr = 'T'
           END-EXEC

           IF WS-PRV-TESORERIA > 0
               ADD WS-PRV-TESORERIA TO WS-F24-TOTALE
               MOVE SPACES TO F24-RECORD
               MOVE WS-PRV-TESORERIA TO WS-IMPORTO-EDIT
               STRING "DM10              FONDO_TESORERIA      EUR "
                      WS-IMPORTO-EDIT
                      DELIMITED BY SIZE INTO F24-RECORD
               WRITE F24-RECORD
               MOVE "DM10" TO WS-F24-TRIBUTO
               MOVE WS-PRV-TESORERIA TO WS-F24-IMPORTO
               PERFORM SCRIVI-RIGA-F24-PAG
           END-IF

           EXEC SQL
               SELECT COALESCE(SUM(v.importo), 0)
               INTO :WS-PRV-TES-RECUPERO
               FROM VOCI_RETRIBUTIVE v
               JOIN DIPENDENTI d ON v.matricola = d.matricola
               WHERE v.anno = :WS-ANNO
               AND v.mese = :WS-MESE
               AND v.tipo_voce = 'TFR_TES'
               AND d.codice_azienda = :WS-AZIENDA-FILTRO
           END-EXEC

           IF WS-PRV-TES-RECUPERO > 0
               SUBTRACT WS-PRV-TES-RECUPERO FROM WS-F24-TOTALE
               MOVE SPACES TO F24-RECORD
               MOVE WS-PRV-TES-RECUPERO TO WS-IMPORTO-EDIT
               STRING "DM10     TFR Tesoreria liquidato "
                      "(a recupero)     EUR -" WS-IMPORTO-EDIT
                      DELIMITED BY SIZE INTO F24-RECORD
               WRITE F24-RECORD
               MOVE "DM10" TO WS-F24-TRIBUTO
               COMPUTE WS-F24-IMPORTO = 0 - WS-PRV-TES-RECUPERO
               PERFORM SCRIVI-RIGA-F24-PAG
           END-IF

      * Rimborsi 730 anticipati ai dipendenti nel periodo: si
      * compensano con le ritenute da versare
           MOVE ZERO TO WS-730-RIMBORSO
           EXEC SQL
               SELECT COALESCE(SUM(s.rimborso_730), 0)
               INTO :WS-730-RIMBORSO
               FROM STIPENDI s
               JOIN DIPENDENTI d ON s.matricola = d.matricola
               WHERE s.anno = :WS-ANNO
               AND s.mese = :WS-MESE
               AND s.stato_pagamento <> 'A'
               AND d.codice_azienda = :WS-AZIENDA-FILTRO
           END-EXEC

           IF WS-730-RIMBORSO > 0
               SUBTRACT WS-730-RIMBORSO FROM WS-F24-TOTALE
               MOVE SPACES TO F24-RECORD
               MOVE WS-730-RIMBORSO TO WS-IMPORTO-EDIT
               STRING "4730     Rimborsi 730 anticipati "
                      "(a recupero)     EUR -" WS-IMPORTO-EDIT
                      DELIMITED BY SIZE INTO F24-RECORD
               WRITE F24-RECORD
               MOVE "4730" TO WS-F24-TRIBUTO
               COMPUTE WS-F24-IMPORTO = 0 - WS-730-RIMBORSO
               PERFORM SCRIVI-RIGA-F24-PAG
           END-IF

      * Somme a recupero: gli assegni per il nucleo familiare
      * anticipati per conto INPS si portano in compensazione
           MOVE ZERO TO WS-F24-ANF
                      "(a recupero)       EUR -" WS-IMPORTO-EDIT
                      DELIMITED BY SIZE INTO F24-RECORD
               WRITE F24-RECORD
               MOVE "DM10" TO WS-F24-TRIBUTO
               COMPUTE WS-F24-IMPORTO = 0 - WS-F24-ANF
               PERFORM SCRIVI-RIGA-F24-PAG
           END-IF

      * Integrazioni salariali CIG anticipate per conto INPS: si
      * recuperano a conguaglio con i contributi del periodo
           MOVE ZERO TO WS-F24-CIG
           EXEC SQL
               SELECT COALESCE(SUM(s.importo_cig), 0)
               INTO :WS-F24-CIG
               FROM STIPENDI s
               JOIN DIPENDENTI d ON s.matricola = d.matricola
               WHERE s.anno = :WS-ANNO
               AND s.mese = :WS-MESE
               AND s.stato_pagamento <> 'A'
               AND d.codice_azienda = :WS-AZIENDA-FILTRO
           END-EXEC

           IF WS-F24-CIG > 0
               SUBTRACT WS-F24-CIG FROM WS-F24-TOTALE
               MOVE SPACES TO F24-RECORD
               MOVE WS-F24-CIG TO WS-IMPORTO-EDIT
               STRING "DM10     CIG anticipata c/INPS "
                      "(a recupero)       EUR -" WS-IMPORTO-EDIT
                      DELIMITED BY SIZE INTO F24-RECORD
               WRITE F24-RECORD
               MOVE "DM10" TO WS-F24-TRIBUTO
               COMPUTE WS-F24-IMPORTO = 0 - WS-F24-CIG
               PERFORM SCRIVI-RIGA-F24-PAG
           END-IF

           MOVE ALL "-" TO F24-RECORD

           CLOSE F24-FILE

           PERFORM CHIUDI-DELEGA-F24

           MOVE WS-F24-TOTALE TO WS-IMPORTO-EDIT
           DISPLAY "Totale da versare: EUR " WS-IMPORTO-EDIT
           DISPLAY "Riepilogo salvato in " WS-NOME-FILE-F24.

      * Apre la delega per la banca, salvo F24 del periodo gia'
      * quietanzato: scadenza il 16 del mese successivo
       PREPARA-DELEGA-F24.
           MOVE 'S' TO WS-F24-PAGABILE
           MOVE ZERO TO WS-F24-RIGHE
           MOVE SPACES TO WS-F24-STATO

           EXEC SQL
               SELECT stato,
                      COALESCE(CAST(data_pagamento AS CHAR(10)), ' '),
                      COALESCE(protocollo, ' ')
               INTO :WS-F24-STATO, :WS-F24-DATA-PAG,
                    :WS-F24-PROTOCOLLO
               FROM F24_VERSAMENTI
               WHERE codice_azienda = :WS-AZIENDA-FILTRO
               AND anno = :WS-ANNO
               AND mese = :WS-MESE
           END-EXEC

           IF SQLCODE = 0 AND WS-F24-STATO = 'P'
               MOVE 'N' TO WS-F24-PAGABILE
               DISPLAY "F24 del periodo gia' versato il "
                       WS-F24-DATA-PAG " protocollo "
                       WS-F24-PROTOCOLLO
               DISPLAY "Delega per la banca non rigenerata."
               EXIT PARAGRAPH
           END-IF

           IF WS-MESE = 12
               COMPUTE WS-F24-ANNO-SCAD = WS-ANNO + 1
               MOVE 1 TO WS-F24-MESE-SCAD
           ELSE
               MOVE WS-ANNO TO WS-F24-ANNO-SCAD
               COMPUTE WS-F24-MESE-SCAD = WS-MESE + 1
           END-IF
           MOVE SPACES TO WS-F24-SCADENZA
           STRING WS-F24-ANNO-SCAD "-" WS-F24-MESE-SCAD "-16"
                  DELIMITED BY SIZE INTO WS-F24-SCADENZA

           MOVE SPACES TO WS-AZI-PARTITA-IVA
           EXEC SQL
               SELECT COALESCE(partita_iva, ' ')
               INTO :WS-AZI-PARTITA-IVA
               FROM AZIENDE
               WHERE codice_azienda = :WS-AZIENDA-FILTRO
           END-EXEC

           MOVE SPACES TO WS-NOME-FILE-F24-PAG
           STRING "F24-PAG-" DELIMITED BY SIZE
                  WS-AZIENDA-FILTRO DELIMITED BY SPACE
                  "-" WS-ANNO WS-MESE ".DAT" DELIMITED BY SIZE
                  INTO WS-NOME-FILE-F24-PAG

           OPEN OUTPUT F24-PAG-FILE.

      * Riga tributo della delega (WS-F24-TRIBUTO, WS-F24-ENTE,
      * WS-F24-RIF, WS-F24-IMPORTO con segno)
       SCRIVI-RIGA-F24-PAG.
           IF WS-F24-PAGABILE NOT = 'S'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO F24-PAG-RECORD
           MOVE 'R' TO F24P-TIPO-REC
           MOVE WS-AZIENDA-FILTRO TO F24P-AZIENDA
           MOVE WS-AZI-PARTITA-IVA TO F24P-PARTITA-IVA
           MOVE WS-ANNO TO F24P-ANNO
           MOVE WS-MESE TO F24P-MESE
           MOVE WS-F24-SCADENZA TO F24P-SCADENZA
           MOVE WS-F24-TRIBUTO TO F24P-TRIBUTO
           MOVE WS-F24-ENTE TO F24P-ENTE
           MOVE WS-F24-RIF TO F24P-RIF
           IF WS-F24-IMPORTO < 0
               MOVE '-' TO F24P-SEGNO
               COMPUTE F24P-IMPORTO = 0 - WS-F24-IMPORTO
           ELSE
               MOVE '+' TO F24P-SEGNO
               MOVE WS-F24-IMPORTO TO F24P-IMPORTO
           END-IF
           MOVE ZERO TO F24P-RIGHE
           WRITE F24-PAG-RECORD
           ADD 1 TO WS-F24-RIGHE.

      * Record totale della delega e stato del versamento del mese
       CHIUDI-DELEGA-F24.
           IF WS-F24-PAGABILE NOT = 'S'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO F24-PAG-RECORD
           MOVE 'T' TO F24P-TIPO-REC
           MOVE WS-AZIENDA-FILTRO TO F24P-AZIENDA
           MOVE WS-AZI-PARTITA-IVA TO F24P-PARTITA-IVA
           MOVE WS-ANNO TO F24P-ANNO
           MOVE WS-MESE TO F24P-MESE
           MOVE WS-F24-SCADENZA TO F24P-SCADENZA
           IF WS-F24-TOTALE < 0
               MOVE '-' TO F24P-SEGNO
               COMPUTE F24P-IMPORTO = 0 - WS-F24-TOTALE
           ELSE
               MOVE '+' TO F24P-SEGNO
               MOVE WS-F24-TOTALE TO F24P-IMPORTO
           END-IF
           MOVE WS-F24-RIGHE TO F24P-RIGHE
           WRITE F24-PAG-RECORD

           CLOSE F24-PAG-FILE

           IF WS-F24-TOTALE > 0
               MOVE 'G' TO WS-F24-STATO
           ELSE
               MOVE 'Z' TO WS-F24-STATO
           END-IF

           EXEC SQL
               UPDATE F24_VERSAMENTI
               SET importo = :WS-F24-TOTALE,
                   data_scadenza = CAST(:WS-F24-SCADENZA AS DATE),
                   stato = :WS-F24-STATO,
                   data_generazione = CURRENT_DATE
               WHERE codice_azienda = :WS-AZIENDA-FILTRO
               AND anno = :WS-ANNO
               AND mese = :WS-MESE
               AND stato <> 'P'
           END-EXEC

           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO F24_VERSAMENTI
                   (codice_azienda, anno, mese, importo,
                    data_scadenza, stato, data_generazione)
                   VALUES
                   (:WS-AZIENDA-FILTRO, :WS-ANNO, :WS-MESE,
                    :WS-F24-TOTALE, CAST(:WS-F24-SCADENZA AS DATE),
                    :WS-F24-STATO, CURRENT_DATE)
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
               DISPLAY "Errore registrazione versamento F24: "
                       SQLCODE
           END-IF

           IF WS-F24-STATO = 'Z'
               DISPLAY "F24 a saldo zero o a credito: nessun "
                       "addebito da disporre in banca."
           ELSE
               DISPLAY "Delega per la banca salvata in "
                       WS-NOME-FILE-F24-PAG
               DISPLAY "Scadenza di versamento: " WS-F24-SCADENZA
           END-IF.

       INSERIMENTO-VOCI-RETRIBUTIVE.
           DISPLAY " "
           DISPLAY "=== INSERIMENTO VOCE RETRIBUTIVA EXTRA ==="
           DISPLAY "Codice fiscale: " WITH NO ADVANCING
           ACCEPT WS-DIP-CF

      * Codice fiscale controllato contro data di nascita e sesso
      * del documento: un codice errato torna come scarto di
      * UniEmens e CU
           DISPLAY "Data di nascita (AAAA-MM-GG): " WITH NO ADVANCING
           ACCEPT WS-VAL-DATA-NASCITA

           DISPLAY "Sesso (M/F): " WITH NO ADVANCING
           ACCEPT WS-VAL-SESSO

           MOVE "CF" TO WS-VAL-TIPO
           MOVE WS-DIP-CF TO WS-VAL-VALORE
           CALL "VALIDA-CODICI" USING WS-VAL-PARAMETRI
           IF WS-VAL-ESITO NOT = "OK"
               DISPLAY "Codice fiscale non valido: " WS-VAL-MOTIVO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-VAL-NORMALIZZATO TO WS-DIP-CF

           DISPLAY "Qualifica: " WITH NO ADVANCING
           ACCEPT WS-DIP-QUALIFICA

           DISPLAY "Livello: " WITH NO ADVANCING
           ACCEPT WS-DIP-LIVELLO
           DISPLAY "IBAN: " WITH NO ADVANCING
           ACCEPT WS-DIP-IBAN

           IF WS-DIP-IBAN NOT = SPACES
               MOVE "IBAN" TO WS-VAL-TIPO
               MOVE WS-DIP-IBAN TO WS-VAL-VALORE
               CALL "VALIDA-CODICI" USING WS-VAL-PARAMETRI
               IF WS-VAL-ESITO NOT = "OK"
                   DISPLAY "IBAN non valido: " WS-VAL-MOTIVO
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-VAL-NORMALIZZATO TO WS-DIP-IBAN
           END-IF

           DISPLAY "Percentuale part-time (100 = tempo pieno): "
                   WITH NO ADVANCING
           ACCEPT WS-DIP-PERC-PART-TIME
                   WITH NO ADVANCING
           ACCEPT WS-ASS-DATA-ASSUNZIONE

      * Tipo contratto e massimale per le aliquote INPS
           DISPLAY "Tipo contratto (I=indeterminato, D=a termine, "
                   "A=apprendistato): " WITH NO ADVANCING
           ACCEPT WS-INP-CONTRATTO

      * Scadenza del contratto a termine (entro la durata massima)
      * o durata dell'apprendistato con il livello da conseguire
           MOVE SPACES TO WS-CTR-DATA-FINE
           MOVE SPACES TO WS-CTR-FINE-APP
           MOVE SPACES TO WS-CTR-LIVELLO-QUAL
           MOVE ZERO TO WS-CTR-MESI-APP

           EVALUATE WS-INP-CONTRATTO
               WHEN 'I'
                   CONTINUE
               WHEN 'D'
                   DISPLAY "Data fine contratto (AAAA-MM-GG): "
                           WITH NO ADVANCING
                   ACCEPT WS-CTR-DATA-FINE
                   MOVE WS-CTR-DATA-FINE TO WS-CTR-NUOVA-FINE
                   PERFORM VERIFICA-DURATA-TERMINE
                   IF WS-CTR-ENTRO-LIMITE NOT = 'S'
                       DISPLAY "Scadenza non valida: oltre "
                               WS-CTR-MAX-MESI-TD " mesi "
                               "dall'assunzione o anteriore!"
                       EXIT PARAGRAPH
                   END-IF
               WHEN 'A'
                   DISPLAY "Durata apprendistato (mesi): "
                           WITH NO ADVANCING
                   ACCEPT WS-CTR-MESI-APP
                   IF WS-CTR-MESI-APP < WS-CTR-MIN-MESI-APP
                       OR WS-CTR-MESI-APP > WS-CTR-MAX-MESI-APP
                       DISPLAY "Durata apprendistato ammessa da "
                               WS-CTR-MIN-MESI-APP " a "
                               WS-CTR-MAX-MESI-APP " mesi!"
                       EXIT PARAGRAPH
                   END-IF
                   DISPLAY "Livello di qualificazione finale: "
                           WITH NO ADVANCING
                   ACCEPT WS-CTR-LIVELLO-QUAL
                   PERFORM CALCOLA-FINE-APPRENDISTATO
               WHEN OTHER
                   DISPLAY "Tipo contratto non valido!"
                   EXIT PARAGRAPH
           END-EVALUATE

           DISPLAY "Soggetto a massimale contributivo (S/N): "
                   WITH NO ADVANCING
           ACCEPT WS-INP-SOGG-MASSIMALE

      * Residenza fiscale per le addizionali regionale e comunale
           DISPLAY "Regione di residenza (codice 01-21): "
                   WITH NO ADVANCING
           ACCEPT WS-DIP-REGIONE

           DISPLAY "Comune di residenza (codice catastale): "
                   WITH NO ADVANCING
           ACCEPT WS-DIP-COMUNE

           EXEC SQL
               INSERT INTO DIPENDENTI
               (matricola, nome, cognome, codice_fiscale,
                qualifica, livello, reparto, stipendio_base,
                codice_azienda, iban, percentuale_part_time,
                data_assunzione, regione_residenza,
                comune_residenza, tipo_contratto,
                soggetto_massimale, data_fine_contratto,
                numero_proroghe, mesi_apprendistato,
                data_fine_apprendistato, livello_qualifica, stato)
               VALUES
               (:WS-MATRICOLA, :WS-DIP-NOME, :WS-DIP-COGNOME,
                :WS-DIP-CF, :WS-DIP-QUALIFICA, :WS-DIP-LIVELLO,
                :WS-DIP-REPARTO, :WS-DIP-STIPENDIO,
                :WS-DIP-AZIENDA, :WS-DIP-IBAN,
                :WS-DIP-PERC-PART-TIME,
                :WS-ASS-DATA-ASSUNZIONE, :WS-DIP-REGIONE,
                :WS-DIP-COMUNE, :WS-INP-CONTRATTO,
                :WS-INP-SOGG-MASSIMALE,
                NULLIF(:WS-CTR-DATA-FINE, SPACES), 0,
                NULLIF(:WS-CTR-MESI-APP, 0),
                NULLIF(:WS-CTR-FINE-APP, SPACES),
                NULLIF(:WS-CTR-LIVELLO-QUAL, SPACES), 'A')
           END-EXEC

           IF SQLCODE = 0
               DISPLAY "Dipendente " WS-MATRICOLA " assunto dal "
                       WS-ASS-DATA-ASSUNZIONE
               MOVE "DIPENDENTI" TO WS-AUD-TABELLA
               MOVE WS-MATRICOLA TO WS-AUD-CHIAVE
               MOVE SPACES TO WS-AUD-PRIMA
               PERFORM AUDIT-DOPO
               IF WS-INP-CONTRATTO = 'D'
                   DISPLAY "Contratto a termine fino al "
                           WS-CTR-DATA-FINE
               END-IF
               IF WS-INP-CONTRATTO = 'A'
                   DISPLAY "Apprendistato fino al " WS-CTR-FINE-APP
                           " - qualifica livello "
                           WS-CTR-LIVELLO-QUAL
               END-IF
           ELSE
               DISPLAY "Errore inserimento dipendente: " SQLCODE
           END-IF.

      * Durata complessiva del contratto a termine: la scadenza
      * richiesta deve seguire l'assunzione e restare entro il
      * massimo di mesi ammesso, proroghe comprese
       VERIFICA-DURATA-TERMINE.
           MOVE 'N' TO WS-CTR-ENTRO-LIMITE

           EXEC SQL
               SELECT CASE WHEN CAST(:WS-CTR-NUOVA-FINE AS DATE)
                                > CAST(:WS-ASS-DATA-ASSUNZIONE
                                       AS DATE)
                            AND CAST(:WS-CTR-NUOVA-FINE AS DATE)
                                < CAST(:WS-ASS-DATA-ASSUNZIONE
                                       AS DATE)
                                  + :WS-CTR-MAX-MESI-TD
                                    * INTERVAL '1 month'
                           THEN 'S' ELSE 'N' END
               INTO :WS-CTR-ENTRO-LIMITE
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'N' TO WS-CTR-ENTRO-LIMITE
           END-IF.

      * Fine del periodo formativo dell'apprendistato: giorno che
      * precede la stessa data dopo i mesi di durata
       CALCOLA-FINE-APPRENDISTATO.
           EXEC SQL
               SELECT CAST(CAST(CAST(:WS-ASS-DATA-ASSUNZIONE AS DATE)
                           + :WS-CTR-MESI-APP * INTERVAL '1 month'
                           - INTERVAL '1 day' AS DATE) AS CHAR(10))
               INTO :WS-CTR-FINE-APP
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SPACES TO WS-CTR-FINE-APP
           END-IF.

      ******************************************************************
      * Cessazione con liquidazione finale: il mese di uscita viene
      * elaborato a rateo con le presenze registrate; le ferie e i
               COMPUTE WS-TFR-MATURATO ROUNDED =
                   WS-DIP-STIPENDIO / 13.5
           END-IF

      * Il rateo va in liquidazione con il TFR in azienda; con il
      * fondo pensione segue la scelta sull'ultimo cedolino
           EXEC SQL
               SELECT COALESCE(destinazione_tfr, 'A')
               INTO :WS-PRV-DESTINAZIONE
               FROM DIPENDENTI
               WHERE matricola = :WS-MATRICOLA
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'A' TO WS-PRV-DESTINAZIONE
           END-IF

           IF WS-PRV-DESTINAZIONE = 'A'
               ADD WS-TFR-MATURATO TO WS-TFR-TOTALE
           END-IF

           IF WS-TFR-TOTALE > 0
               MOVE WS-TFR-TOTALE TO WS-CES-IMPORTO
               END-EXEC
           END-IF

      * Quote conferite al Fondo di Tesoreria (piu' il rateo del
      * mese di uscita se la scelta e' ancora la Tesoreria): le
      * liquida il datore e le recupera sulla denuncia INPS
           EXEC SQL
               SELECT COALESCE(SUM(p.quota_tfr), 0)
               INTO :WS-PRV-TESORERIA
               FROM PREVIDENZA_MENSILE p
               JOIN STIPENDI s ON p.id_stipendio = s.id_stipendio
               WHERE s.matricola = :WS-MATRICOLA
               AND s.stato_pagamento <> 'A'
               AND p.destinazione_tfr = 'T'
           END-EXEC

           IF WS-PRV-DESTINAZIONE = 'T'
               ADD WS-TFR-MATURATO TO WS-PRV-TESORERIA
           END-IF

           IF WS-PRV-TESORERIA > 0
               MOVE WS-PRV-TESORERIA TO WS-CES-IMPORTO
               EXEC SQL
                   INSERT INTO VOCI_RETRIBUTIVE
                   (matricola, anno, mese, tipo_voce,
                    descrizione, importo)
                   VALUES
                   (:WS-MATRICOLA, :WS-ANNO, :WS-MESE,
                    'TFR_TES', 'Liquidazione TFR Fondo Tesoreria',
                    :WS-CES-IMPORTO)
               END-EXEC
           END-IF

      * Ultimo stipendio: rateo del mese con le presenze
      * registrate piu' le voci di liquidazione appena inserite;
      * con il flag di cessazione le rate residue delle addizionali
      * si trattengono tutte su questo cedolino
           MOVE 'S' TO WS-CES-IN-CORSO
           PERFORM CALCOLA-STIPENDIO
           MOVE 'N' TO WS-CES-IN-CORSO
           END-EXEC

      * Chiude il rapporto in anagrafica
           MOVE "DIPENDENTI" TO WS-AUD-TABELLA
           MOVE WS-MATRICOLA TO WS-AUD-CHIAVE
           PERFORM AUDIT-PRIMA

           EXEC SQL
               UPDATE DIPENDENTI
               SET stato = 'C',
               DISPLAY "Errore chiusura anagrafica: " SQLCODE
               EXIT PARAGRAPH
           END-IF
           PERFORM AUDIT-DOPO

      * Cedolino finale
           PERFORM CARICA-DATI-CEDOLINO
                   FETCH CUR-COSTO-LAVORO
                   INTO :WS-DIP-REPARTO, :WS-CONTA-DIPENDENTI,
                        :WS-SUB-LORDO, :WS-STI-CONTR-AZI,
                        :WS-STI-INAIL-AZI, :WS-INP-RESTITUZIONE
               END-EXEC

               IF SQLCODE = 0
      * Il contributo addizionale restituito alla trasformazione
      * riduce gli oneri del mese
                   SUBTRACT WS-INP-RESTITUZIONE FROM WS-STI-CONTR-AZI
                   MOVE SPACES TO COSTO-RECORD
                   MOVE WS-CONTA-DIPENDENTI TO WS-NUMERO-EDIT
                   STRING WS-DIP-REPARTO " " WS-NUMERO-EDIT
      ******************************************************************
      * Prima nota contabile dell'elaborazione mensile: righe
      * bilanciate dare/avere pronte per l'import nel pacchetto di
      * contabilita'. Dare: costo stipendi per reparto, oneri
      * sociali a carico azienda, competenze esenti, assegni al
      * nucleo anticipati per l'INPS e rimborsi 730 anticipati per
      * l'erario. Avere: debiti verso dipendenti (netti), erario
      * conto ritenute (tutti i tributi del modello F24 al netto
      * delle detrazioni), cessioni, sindacati, fondi pensione,
      * enti previdenziali (INPS dipendente e azienda, INAIL).
      ******************************************************************
       GENERA-PRIMA-NOTA.
           DISPLAY " "
           EXEC SQL
               SELECT COALESCE(SUM(s.netto_pagare), 0),
                      COALESCE(SUM(s.contributi_azienda), 0),
                      COALESCE(SUM(s.inail_azienda), 0),
                      COALESCE(SUM(s.competenze_esenti), 0),
                      COALESCE(SUM(s.assegni_familiari), 0),
                      COALESCE(SUM(s.rimborso_730), 0)
               INTO :WS-PN-NETTO, :WS-PN-CONTR-AZI, :WS-PN-INAIL,
                    :WS-PN-ESENTI, :WS-PN-ANF, :WS-PN-RIMB-730
               FROM STIPENDI s
               JOIN DIPENDENTI d ON s.matricola = d.matricola
               WHERE s.anno = :WS-ANNO
               AND d.codice_azienda = :WS-AZIENDA-FILTRO
               AND t.tipo_trattenuta IN
                   ('IRPEF', 'DETRAZ', 'DETRAZ_FAM', 'CONGUAGLIO',
                    'ADD_REG', 'ADD_COM', 'ADD_ACC',
                    'IMP_SOST', 'IRPEF_SEP', 'TRAT_730',
                    'ACC2_730', 'INT_730')
           END-EXEC

           EXEC SQL
               AND t.tipo_trattenuta = 'CESSIONE'
           END-EXEC

      * Le quote sindacali trattenute vanno versate ai sindacati
           EXEC SQL
               SELECT COALESCE(SUM(t.importo), 0)
               INTO :WS-PN-SINDACATI
               FROM TRATTENUTE t
               JOIN STIPENDI s ON t.id_stipendio = s.id_stipendio
               JOIN DIPENDENTI d ON s.matricola = d.matricola
               WHERE s.anno = :WS-ANNO
               AND s.mese = :WS-MESE
               AND s.stato_pagamento <> 'A'
               AND d.codice_azienda = :WS-AZIENDA-FILTRO
               AND t.tipo_trattenuta = 'SINDACATO'
           END-EXEC

      * I contributi del dipendente al fondo pensione vanno versati
      * al fondo
           EXEC SQL
               SELECT COALESCE(SUM(t.importo), 0)
               INTO :WS-PN-PREV-COMPL
               FROM TRATTENUTE t
               JOIN STIPENDI s ON t.id_stipendio = s.id_stipendio
               JOIN DIPENDENTI d ON s.matricola = d.matricola
               WHERE s.anno = :WS-ANNO
               AND s.mese = :WS-MESE
               AND s.stato_pagamento <> 'A'
               AND d.codice_azienda = :WS-AZIENDA-FILTRO
               AND t.tipo_trattenuta = 'PREV_COMPL'
           END-EXEC

           MOVE ZERO TO WS-PN-DARE
           MOVE ZERO TO WS-PN-AVERE

           OPEN OUTPUT PRIMANOTA-FILE

      * Stessa scrittura sul flusso per la contabilita' generale,
      * con data di registrazione l'ultimo giorno del mese
           MOVE SPACES TO WS-NOME-FILE-COGE
           STRING "COGE-PAG-" DELIMITED BY SIZE
                  WS-AZIENDA-FILTRO DELIMITED BY SPACE
                  "-" WS-ANNO WS-MESE ".DAT" DELIMITED BY SIZE
                  INTO WS-NOME-FILE-COGE
           MOVE SPACES TO COG-REGISTRAZIONE
           STRING "STIP-" DELIMITED BY SIZE
                  WS-AZIENDA-FILTRO DELIMITED BY SPACE
                  "-" WS-ANNO WS-MESE DELIMITED BY SIZE
                  INTO COG-REGISTRAZIONE
           EXEC SQL
               SELECT CAST(CAST(make_date(:WS-ANNO, :WS-MESE, 1)
                           + INTERVAL '1 month'
                           - INTERVAL '1 day' AS DATE) AS CHAR(10))
               INTO :COG-DATA
           END-EXEC
           OPEN OUTPUT COGE-FILE

           MOVE SPACES TO PRIMANOTA-RECORD
           STRING "PRIMA NOTA STIPENDI - AZIENDA "
                  WS-AZIENDA-FILTRO " - PERIODO "
                   FETCH CUR-COSTO-LAVORO
                   INTO :WS-DIP-REPARTO, :WS-CONTA-DIPENDENTI,
                        :WS-SUB-LORDO, :WS-STI-CONTR-AZI,
                        :WS-STI-INAIL-AZI, :WS-INP-RESTITUZIONE
               END-EXEC

               IF SQLCODE = 0
                          DELIMITED BY SIZE
                          INTO PRIMANOTA-RECORD
                   WRITE PRIMANOTA-RECORD

                   MOVE "STIP-COSTO" TO COG-CAUSALE
                   MOVE 'D' TO COG-SEGNO
                   MOVE WS-SUB-LORDO TO COG-IMPORTO
                   MOVE SPACES TO COG-DESCRIZIONE
                   STRING "Costo stipendi " WS-DIP-REPARTO
                          DELIMITED BY SIZE INTO COG-DESCRIZIONE
                   PERFORM SCRIVI-RIGA-COGE
               END-IF
           END-PERFORM

                  DELIMITED BY SIZE INTO PRIMANOTA-RECORD
           WRITE PRIMANOTA-RECORD

           MOVE "STIP-ONERI" TO COG-CAUSALE
           MOVE 'D' TO COG-SEGNO
           MOVE WS-SUB-NETTO TO COG-IMPORTO
           MOVE "Oneri sociali c/azienda" TO COG-DESCRIZIONE
           PERFORM SCRIVI-RIGA-COGE

      * Dare: competenze esenti pagate in busta fuori dal lordo
           IF WS-PN-ESENTI > 0
               ADD WS-PN-ESENTI TO WS-PN-DARE
               MOVE SPACES TO PRIMANOTA-RECORD
               MOVE WS-PN-ESENTI TO WS-IMPORTO-EDIT
               STRING "D    Rimborsi e indennita' esenti"
                      DELIMITED BY SIZE INTO PRIMANOTA-RECORD
               STRING PRIMANOTA-RECORD(1:41)
                      "  " WS-IMPORTO-EDIT
                      DELIMITED BY SIZE INTO PRIMANOTA-RECORD
               WRITE PRIMANOTA-RECORD

               MOVE "STIP-ESENT" TO COG-CAUSALE
               MOVE 'D' TO COG-SEGNO
               MOVE WS-PN-ESENTI TO COG-IMPORTO
               MOVE "Rimborsi e indennita' esenti" TO COG-DESCRIZIONE
               PERFORM SCRIVI-RIGA-COGE
           END-IF

      * Dare: assegni al nucleo familiare anticipati per l'INPS
           IF WS-PN-ANF > 0
               ADD WS-PN-ANF TO WS-PN-DARE
               MOVE SPACES TO PRIMANOTA-RECORD
               MOVE WS-PN-ANF TO WS-IMPORTO-EDIT
               STRING "D    INPS c/assegni nucleo familiare"
                      DELIMITED BY SIZE INTO PRIMANOTA-RECORD
               STRING PRIMANOTA-RECORD(1:41)
                      "  " WS-IMPORTO-EDIT
                      DELIMITED BY SIZE INTO PRIMANOTA-RECORD
               WRITE PRIMANOTA-RECORD

               MOVE "STIP-ANF" TO COG-CAUSALE
               MOVE 'D' TO COG-SEGNO
               MOVE WS-PN-ANF TO COG-IMPORTO
               MOVE "INPS c/assegni nucleo familiare"
                   TO COG-DESCRIZIONE
               PERFORM SCRIVI-RIGA-COGE
           END-IF

      * Dare: rimborsi 730 anticipati, recuperati in compensazione
      * sul modello F24
           IF WS-PN-RIMB-730 > 0
               ADD WS-PN-RIMB-730 TO WS-PN-DARE
               MOVE SPACES TO PRIMANOTA-RECORD
               MOVE WS-PN-RIMB-730 TO WS-IMPORTO-EDIT
               STRING "D    Erario c/rimborsi 730"
                      DELIMITED BY SIZE INTO PRIMANOTA-RECORD
               STRING PRIMANOTA-RECORD(1:41)
                      "  " WS-IMPORTO-EDIT
                      DELIMITED BY SIZE INTO PRIMANOTA-RECORD
               WRITE PRIMANOTA-RECORD

               MOVE "STIP-730" TO COG-CAUSALE
               MOVE 'D' TO COG-SEGNO
               MOVE WS-PN-RIMB-730 TO COG-IMPORTO
               MOVE "Erario c/rimborsi 730" TO COG-DESCRIZIONE
               PERFORM SCRIVI-RIGA-COGE
           END-IF

      * Avere: debiti verso dipendenti
           ADD WS-PN-NETTO TO WS-PN-AVERE
           MOVE SPACES TO PRIMANOTA-RECORD
                  DELIMITED BY SIZE INTO PRIMANOTA-RECORD
           WRITE PRIMANOTA-RECORD

           MOVE "STIP-NETTO" TO COG-CAUSALE
           MOVE 'A' TO COG-SEGNO
           MOVE WS-PN-NETTO TO COG-IMPORTO
           MOVE "Debiti v/dipendenti" TO COG-DESCRIZIONE
           PERFORM SCRIVI-RIGA-COGE

      * Avere: erario conto ritenute
           ADD WS-PN-ERARIO TO WS-PN-AVERE
           MOVE SPACES TO PRIMANOTA-RECORD
                  DELIMITED BY SIZE INTO PRIMANOTA-RECORD
           WRITE PRIMANOTA-RECORD

           MOVE "STIP-IRPEF" TO COG-CAUSALE
           MOVE 'A' TO COG-SEGNO
           MOVE WS-PN-ERARIO TO COG-IMPORTO
           MOVE "Erario c/ritenute" TO COG-DESCRIZIONE
           PERFORM SCRIVI-RIGA-COGE

      * Avere: debiti verso i creditori delle cessioni
           IF WS-PN-CESSIONI > 0
               ADD WS-PN-CESSIONI TO WS-PN-AVERE
                      "  " WS-IMPORTO-EDIT
                      DELIMITED BY SIZE INTO PRIMANOTA-RECORD
               WRITE PRIMANOTA-RECORD

               MOVE "STIP-CESS" TO COG-CAUSALE
               MOVE 'A' TO COG-SEGNO
               MOVE WS-PN-CESSIONI TO COG-IMPORTO
               MOVE "Debiti v/creditori per cessioni" TO COG-DESCRIZIONE
               PERFORM SCRIVI-RIGA-COGE
           END-IF

      * Avere: debiti verso i sindacati per le quote trattenute
           IF WS-PN-SINDACATI > 0
               ADD WS-PN-SINDACATI TO WS-PN-AVERE
               MOVE SPACES TO PRIMANOTA-RECORD
               MOVE WS-PN-SINDACATI TO WS-IMPORTO-EDIT
               STRING "A    Debiti v/sindacati"
                      DELIMITED BY SIZE INTO PRIMANOTA-RECORD
               STRING PRIMANOTA-RECORD(1:41)
                      "  " WS-IMPORTO-EDIT
                      DELIMITED BY SIZE INTO PRIMANOTA-RECORD
               WRITE PRIMANOTA-RECORD

               MOVE "STIP-SIND" TO COG-CAUSALE
               MOVE 'A' TO COG-SEGNO
               MOVE WS-PN-SINDACATI TO COG-IMPORTO
               MOVE "Debiti v/sindacati" TO COG-DESCRIZIONE
               PERFORM SCRIVI-RIGA-COGE
           END-IF

      * Avere: debiti verso i fondi pensione per i contributi
      * trattenuti
           IF WS-PN-PREV-COMPL > 0
               ADD WS-PN-PREV-COMPL TO WS-PN-AVERE
               MOVE SPACES TO PRIMANOTA-RECORD
               MOVE WS-PN-PREV-COMPL TO WS-IMPORTO-EDIT
               STRING "A    Debiti v/fondi pensione"
                      DELIMITED BY SIZE INTO PRIMANOTA-RECORD
               STRING PRIMANOTA-RECORD(1:41)
                      "  " WS-IMPORTO-EDIT
                      DELIMITED BY SIZE INTO PRIMANOTA-RECORD
               WRITE PRIMANOTA-RECORD

               MOVE "STIP-PRCMP" TO COG-CAUSALE
               MOVE 'A' TO COG-SEGNO
               MOVE WS-PN-PREV-COMPL TO COG-IMPORTO
               MOVE "Debiti v/fondi pensione" TO COG-DESCRIZIONE
               PERFORM SCRIVI-RIGA-COGE
           END-IF

      * Avere: enti previdenziali (INPS dipendente e azienda,
                  DELIMITED BY SIZE INTO PRIMANOTA-RECORD
           WRITE PRIMANOTA-RECORD

           MOVE "STIP-PREV" TO COG-CAUSALE
           MOVE 'A' TO COG-SEGNO
           MOVE WS-SUB-NETTO TO COG-IMPORTO
           MOVE "Enti previdenziali" TO COG-DESCRIZIONE
           PERFORM SCRIVI-RIGA-COGE

           MOVE ALL "-" TO PRIMANOTA-RECORD
           WRITE PRIMANOTA-RECORD

           WRITE PRIMANOTA-RECORD

           CLOSE PRIMANOTA-FILE
           CLOSE COGE-FILE

           IF WS-PN-SBILANCIO NOT = 0
               MOVE WS-PN-SBILANCIO TO WS-IMPORTO-EDIT
               DISPLAY "ATTENZIONE: prima nota sbilanciata di EUR "
                       WS-IMPORTO-EDIT
           END-IF
           DISPLAY "Prima nota salvata in " WS-NOME-FILE-PRIMANOTA
           DISPLAY "Flusso per la contabilita' generale salvato in "
                   WS-NOME-FILE-COGE.

      * Riga del flusso per la contabilita' generale: gli importi
      * nulli non si trasmettono
       SCRIVI-RIGA-COGE.
           IF COG-IMPORTO NOT = 0
               WRITE COGE-RECORD FROM WS-COGE-RIGA
           END-IF.

       GESTIONE-FAMILIARI-CARICO.
           DISPLAY " "
      ******************************************************************
      * Import massivo delle presenze dal file esportato dal
      * sistema badge (PRESENZE-BADGE.DAT): una riga per giornata
      * con matricola, data, tipo giornata, le quattro colonne
      * ore e le ore di cassa integrazione (giornate 'C'). Le
      * righe non valide (matricola inesistente, data fuori
      * periodo, tipo errato, giornata gia' registrata, CIG non
      * autorizzata o ore autorizzate esaurite) finiscono nel file
      * scarti con il motivo.
      ******************************************************************
       IMPORTA-PRESENZE-BADGE.
           DISPLAY " "
           IF WS-BDG-MOTIVO = SPACES
               IF BDG-TIPO NOT = 'L' AND NOT = 'F' AND NOT = 'M'
                   AND NOT = 'P' AND NOT = 'A' AND NOT = 'T'
                   AND NOT = 'G' AND NOT = 'N' AND NOT = 'C'
                   MOVE "TIPO GIORNATA NON VALIDO" TO WS-BDG-MOTIVO
               END-IF
           END-IF
               EXIT PARAGRAPH
           END-IF

      * Giornata di cassa integrazione entro l'autorizzazione
           MOVE ZERO TO WS-PRE-ORE-CIG
           MOVE ZERO TO WS-CIG-ID
           IF WS-BDG-MOTIVO = SPACES AND BDG-TIPO = 'C'
               MOVE FUNCTION NUMVAL(BDG-ORE-CIG) TO WS-PRE-ORE-CIG
               MOVE BDG-MATRICOLA TO WS-MATRICOLA
               MOVE BDG-DATA TO WS-CIG-DATA-GIORNO
               PERFORM CONTROLLA-AUTORIZZAZIONE-CIG
               MOVE WS-CIG-MOTIVO TO WS-BDG-MOTIVO
           END-IF

           IF WS-BDG-MOTIVO = SPACES
               MOVE FUNCTION NUMVAL(BDG-ORE-ORD)
                   TO WS-PRE-ORE-ORD
                   (matricola, data_presenza, tipo_giornata,
                    ore_ordinarie, ore_straordinarie,
                    ore_straordinarie_notturne,
                    ore_straordinarie_festive, flag_straord,
                    ore_cig, id_autorizzazione_cig)
                   VALUES
                   (:BDG-MATRICOLA, :BDG-DATA, :BDG-TIPO,
                    :WS-PRE-ORE-ORD, :WS-PRE-ORE-STR,
                    :WS-PRE-ORE-STR-NOT, :WS-PRE-ORE-STR-FES,
                    :WS-BUD-FLAG, :WS-PRE-ORE-CIG,
                    NULLIF(:WS-CIG-ID, 0))
               END-EXEC

               EVALUATE SQLCODE
           MOVE ZERO TO WS-CONTA-HR-AGGIORNATI
           MOVE ZERO TO WS-CONTA-HR-CONFLITTI
           MOVE ZERO TO WS-CONTA-HR-INVARIATI
           MOVE ZERO TO WS-CONTA-HR-CODICI

           OPEN INPUT HR-FILE

                  "  Aggiornati: " WS-CONTA-HR-AGGIORNATI
                  "  Invariati: " WS-CONTA-HR-INVARIATI
                  "  Conflitti: " WS-CONTA-HR-CONFLITTI
                  "  Codici da correggere: " WS-CONTA-HR-CODICI
                  DELIMITED BY SIZE INTO HR-REPORT-RECORD
           WRITE HR-REPORT-RECORD

           DISPLAY "Aggiornate:   " WS-CONTA-HR-AGGIORNATI
           DISPLAY "Invariate:    " WS-CONTA-HR-INVARIATI
           DISPLAY "In conflitto: " WS-CONTA-HR-CONFLITTI
           DISPLAY "Codici fiscali o IBAN da correggere: "
                   WS-CONTA-HR-CODICI
           DISPLAY "Esito salvato in CARICO-HR.TXT".

      * Elabora la singola riga HR: il nominativo del file e'

                   IF SQLCODE = 0
                       ADD 1 TO WS-CONTA-HR-INSERITI
                       MOVE "DIPENDENTI" TO WS-AUD-TABELLA
                       MOVE WS-HR-MATRICOLA TO WS-AUD-CHIAVE
                       MOVE SPACES TO WS-AUD-PRIMA
                       PERFORM AUDIT-DOPO
                       MOVE SPACES TO HR-REPORT-RECORD
                       STRING "INSERITO   " WS-HR-MATRICOLA " "
                              HR-NOME-COMPLETO
               WHEN WS-DIP-QUALIFICA NOT = HR-POSIZIONE
                   OR WS-DIP-STIPENDIO NOT = HR-STIPENDIO
                   OR WS-DIP-REPARTO NOT = HR-REPARTO
                   MOVE "DIPENDENTI" TO WS-AUD-TABELLA
                   MOVE WS-HR-MATRICOLA TO WS-AUD-CHIAVE
                   PERFORM AUDIT-PRIMA

                   EXEC SQL
                       UPDATE DIPENDENTI
                       SET qualifica = :HR-POSIZIONE,

                   IF SQLCODE = 0
                       ADD 1 TO WS-CONTA-HR-AGGIORNATI
                       PERFORM AUDIT-DOPO
                       MOVE SPACES TO HR-REPORT-RECORD
                       STRING "AGGIORNATO " WS-HR-MATRICOLA " "
                              HR-NOME-COMPLETO

               WHEN OTHER
                   ADD 1 TO WS-CONTA-HR-INVARIATI
           END-EVALUATE

           PERFORM VERIFICA-CODICI-HR.

      * Codice fiscale e IBAN della matricola caricata: il file HR
      * non li riporta, quindi le matricole nuove risultano da
      * completare e quelle esistenti da correggere se errati
       VERIFICA-CODICI-HR.
           EXEC SQL
               SELECT COALESCE(codice_fiscale, ' '),
                      COALESCE(iban, ' ')
               INTO :WS-HR-CF, :WS-HR-IBAN
               FROM DIPENDENTI
               WHERE matricola = :WS-HR-MATRICOLA
           END-EXEC

           IF SQLCODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "CF" TO WS-VAL-TIPO
           MOVE WS-HR-CF TO WS-VAL-VALORE
           MOVE SPACES TO WS-VAL-DATA-NASCITA
           MOVE SPACE TO WS-VAL-SESSO
           CALL "VALIDA-CODICI" USING WS-VAL-PARAMETRI
           IF WS-VAL-ESITO NOT = "OK"
               ADD 1 TO WS-CONTA-HR-CODICI
               MOVE SPACES TO HR-REPORT-RECORD
               STRING "CODICI     " WS-HR-MATRICOLA
                      " codice fiscale " WS-HR-CF ": "
                      WS-VAL-MOTIVO
                      DELIMITED BY SIZE INTO HR-REPORT-RECORD
               WRITE HR-REPORT-RECORD
           END-IF

           IF WS-HR-IBAN NOT = SPACES
               MOVE "IBAN" TO WS-VAL-TIPO
               MOVE WS-HR-IBAN TO WS-VAL-VALORE
               CALL "VALIDA-CODICI" USING WS-VAL-PARAMETRI
               IF WS-VAL-ESITO NOT = "OK"
                   ADD 1 TO WS-CONTA-HR-CODICI
                   MOVE SPACES TO HR-REPORT-RECORD
                   STRING "CODICI     " WS-HR-MATRICOLA
                          " IBAN " WS-HR-IBAN ": "
                          WS-VAL-MOTIVO
                          DELIMITED BY SIZE INTO HR-REPORT-RECORD
                   WRITE HR-REPORT-RECORD
               END-IF
           END-IF.

      ******************************************************************
      * Flusso UniEmens mensile per azienda: una posizione per
                        :WS-DIP-NOME, :WS-DIP-CF,
                        :WS-UNI-IMPONIBILE, :WS-UNI-INPS-DIP,
                        :WS-UNI-INPS-AZI, :WS-UNI-GIORNI,
                        :WS-UNI-MAL-INPS, :WS-UNI-CONG-INPS,
                        :WS-UNI-AGGIUNTIVO, :WS-UNI-CONTRIB-TD,
                        :WS-UNI-RESTITUZ-TD, :WS-UNI-TESORERIA,
                        :WS-UNI-TES-RECUPERO, :WS-CTR-TIPO-TRASF,
                        :WS-CTR-DATA-TRASF, :WS-UNI-CIG-INPS,
                        :WS-UNI-ORE-CIG
               END-EXEC

               IF SQLCODE = 0
                          DELIMITED BY SIZE INTO UNIEMENS-RECORD
                   WRITE UNIEMENS-RECORD

      * Trasformazione del rapporto con decorrenza nel mese
                   IF WS-CTR-DATA-TRASF NOT = SPACES
                       MOVE SPACES TO UNIEMENS-RECORD
                       IF WS-CTR-TIPO-TRASF = 'AQ'
                           STRING "  Trasformazione AQ "
                                  "(apprendistato in qualificato)"
                                  " dal " WS-CTR-DATA-TRASF
                                  DELIMITED BY SIZE
                                  INTO UNIEMENS-RECORD
                       ELSE
                           STRING "  Trasformazione TI "
                                  "(tempo determinato in "
                                  "indeterminato) dal "
                                  WS-CTR-DATA-TRASF
                                  DELIMITED BY SIZE
                                  INTO UNIEMENS-RECORD
                       END-IF
                       WRITE UNIEMENS-RECORD
                   END-IF

                   MOVE SPACES TO UNIEMENS-RECORD
                   MOVE WS-UNI-IMPONIBILE TO WS-IMPORTO-EDIT
                   STRING "  Imponibile previdenziale: EUR "
                          DELIMITED BY SIZE INTO UNIEMENS-RECORD
                   WRITE UNIEMENS-RECORD

                   IF WS-UNI-AGGIUNTIVO > 0
                       MOVE SPACES TO UNIEMENS-RECORD
                       MOVE WS-UNI-AGGIUNTIVO TO WS-IMPORTO-EDIT
                       STRING "    di cui aggiuntivo 1%:   EUR "
                              WS-IMPORTO-EDIT
                              DELIMITED BY SIZE
                              INTO UNIEMENS-RECORD
                       WRITE UNIEMENS-RECORD
                   END-IF

                   MOVE SPACES TO UNIEMENS-RECORD
                   MOVE WS-UNI-INPS-AZI TO WS-IMPORTO-EDIT
                   STRING "  Contributi azienda:       EUR "
                          DELIMITED BY SIZE INTO UNIEMENS-RECORD
                   WRITE UNIEMENS-RECORD

                   IF WS-UNI-CONTRIB-TD > 0
                       MOVE SPACES TO UNIEMENS-RECORD
                       MOVE WS-UNI-CONTRIB-TD TO WS-IMPORTO-EDIT
                       STRING "    di cui addizionale TD:  EUR "
                              WS-IMPORTO-EDIT
                              DELIMITED BY SIZE
                              INTO UNIEMENS-RECORD
                       WRITE UNIEMENS-RECORD
                   END-IF

                   IF WS-UNI-RESTITUZ-TD > 0
                       MOVE SPACES TO UNIEMENS-RECORD
                       MOVE WS-UNI-RESTITUZ-TD TO WS-IMPORTO-EDIT
                       STRING "  RESTITUZIONE addizionale TD per "
                              "trasformazione: EUR -"
                              WS-IMPORTO-EDIT
                              DELIMITED BY SIZE
                              INTO UNIEMENS-RECORD
                       WRITE UNIEMENS-RECORD
                   END-IF

                   IF WS-UNI-TESORERIA > 0
                       MOVE SPACES TO UNIEMENS-RECORD
                       MOVE WS-UNI-TESORERIA TO WS-IMPORTO-EDIT
                       STRING "  Quota TFR Fondo Tesoreria: EUR "
                              WS-IMPORTO-EDIT
                              DELIMITED BY SIZE
                              INTO UNIEMENS-RECORD
                       WRITE UNIEMENS-RECORD
                   END-IF

                   IF WS-UNI-TES-RECUPERO > 0
                       MOVE SPACES TO UNIEMENS-RECORD
                       MOVE WS-UNI-TES-RECUPERO TO WS-IMPORTO-EDIT
                       STRING "  TFR Tesoreria liquidato "
                              "(a recupero): EUR -"
                              WS-IMPORTO-EDIT
                              DELIMITED BY SIZE
                              INTO UNIEMENS-RECORD
                       WRITE UNIEMENS-RECORD
                   END-IF

                   IF WS-UNI-MAL-INPS > 0
                       MOVE SPACES TO UNIEMENS-RECORD
                       MOVE WS-UNI-MAL-INPS TO WS-IMPORTO-EDIT
                       WRITE UNIEMENS-RECORD
                   END-IF

                   IF WS-UNI-CIG-INPS > 0
                       MOVE SPACES TO UNIEMENS-RECORD
                       MOVE WS-UNI-ORE-CIG TO WS-CIG-EDIT-ORE
                       MOVE WS-UNI-CIG-INPS TO WS-IMPORTO-EDIT
                       STRING "  EVENTO CIG ore " WS-CIG-EDIT-ORE
                              " - integrazione anticipata "
                              "c/INPS (a conguaglio): EUR "
                              WS-IMPORTO-EDIT
                              DELIMITED BY SIZE
                              INTO UNIEMENS-RECORD
                       WRITE UNIEMENS-RECORD
                   END-IF

                   WRITE UNIEMENS-RECORD FROM SPACES
               END-IF
           END-PERFORM
                   "standard): " WITH NO ADVANCING
           ACCEPT WS-DIP-QUALIFICA

           DISPLAY "Regione di residenza (invio = nessuna "
                   "addizionale): " WITH NO ADVANCING
           ACCEPT WS-DIP-REGIONE

           DISPLAY "Comune di residenza (codice catastale, invio = "
                   "nessuna): " WITH NO ADVANCING
           ACCEPT WS-DIP-COMUNE

           DISPLAY "Modo (L=da lordo, N=da netto obiettivo): "
                   WITH NO ADVANCING
           ACCEPT WS-SIM-MODO
           INITIALIZE WS-CALCOLI
           INITIALIZE WS-FRB-DATI
           MOVE ZERO TO WS-STI-PREMIO-DET
           MOVE ZERO TO WS-STI-ARRETRATI
           MOVE ZERO TO WS-STI-CIG
           MOVE WS-SIM-LORDO TO WS-STI-LORDO

           PERFORM CALCOLA-TRATTENUTE
               WS-SIM-LORDO * 2 / 12
           COMPUTE WS-SIM-TFR ROUNDED = WS-SIM-LORDO / 13.5
           COMPUTE WS-SIM-ONERI-RATEI ROUNDED =
               WS-SIM-RATEI * WS-INP-ALIQ-AZI

           COMPUTE WS-SIM-COSTO =
               WS-SIM-LORDO + WS-STI-CONTR-AZI
           DISPLAY "Data presenza (AAAA-MM-GG): " WITH NO ADVANCING
           ACCEPT WS-DATA-ELABORAZIONE
           
           DISPLAY "Tipo giornata (L/F/M/P/A/T/G/N/C): "
                   WITH NO ADVANCING
           ACCEPT WS-RISPOSTA
           
               DISPLAY "Ore straordinarie festive: "
                       WITH NO ADVANCING
               ACCEPT WS-PRE-ORE-STR-FES

               DISPLAY "Giornata in lavoro agile (S/N): "
                       WITH NO ADVANCING
               ACCEPT WS-BPR-AGILE
               IF WS-BPR-AGILE NOT = 'S'
                   MOVE 'N' TO WS-BPR-AGILE
               END-IF
           ELSE
               MOVE 'N' TO WS-BPR-AGILE
               MOVE ZERO TO WS-PRE-ORE-ORD
               MOVE ZERO TO WS-PRE-ORE-STR
               MOVE ZERO TO WS-PRE-ORE-STR-NOT
               MOVE ZERO TO WS-PRE-ORE-STR-FES
           END-IF

      * Giornata di cassa integrazione: ore integrate ed eventuali
      * ore lavorate, entro un'autorizzazione CIG dell'azienda
           MOVE ZERO TO WS-PRE-ORE-CIG
           MOVE ZERO TO WS-CIG-ID
           IF WS-RISPOSTA = 'C'
               DISPLAY "Ore di cassa integrazione: "
                       WITH NO ADVANCING
               ACCEPT WS-PRE-ORE-CIG

               DISPLAY "Ore lavorate nella giornata: "
                       WITH NO ADVANCING
               ACCEPT WS-PRE-ORE-ORD

               MOVE WS-DATA-ELABORAZIONE TO WS-CIG-DATA-GIORNO
               PERFORM CONTROLLA-AUTORIZZAZIONE-CIG
               IF WS-CIG-MOTIVO NOT = SPACES
                   DISPLAY "Presenza non registrata: " WS-CIG-MOTIVO
                   EXIT PARAGRAPH
               END-IF
           END-IF

      * Controllo del budget straordinari del reparto: oltre
      * soglia le ore entrano in stato da autorizzare
           MOVE WS-DATA-ELABORAZIONE(1:4) TO WS-ANNO
               (matricola, data_presenza, tipo_giornata,
                ore_ordinarie, ore_straordinarie,
                ore_straordinarie_notturne,
                ore_straordinarie_festive, flag_straord,
                lavoro_agile, ore_cig, id_autorizzazione_cig)
               VALUES
               (:WS-MATRICOLA, :WS-DATA-ELABORAZIONE,
                :WS-RISPOSTA, :WS-PRE-ORE-ORD, :WS-PRE-ORE-STR,
                :WS-PRE-ORE-STR-NOT, :WS-PRE-ORE-STR-FES,
                :WS-BUD-FLAG, :WS-BPR-AGILE, :WS-PRE-ORE-CIG,
                NULLIF(:WS-CIG-ID, 0))
           END-EXEC

           IF SQLCODE = 0
                   WITH NO ADVANCING
           ACCEPT WS-DATA-ELABORAZIONE

           DISPLAY "Nuovo tipo giornata (L/F/M/P/A/T/G/N/C): "
                   WITH NO ADVANCING
           ACCEPT WS-RISPOSTA

               DISPLAY "Ore straordinarie festive: "
                       WITH NO ADVANCING
               ACCEPT WS-PRE-ORE-STR-FES

               DISPLAY "Giornata in lavoro agile (S/N): "
                       WITH NO ADVANCING
               ACCEPT WS-BPR-AGILE
               IF WS-BPR-AGILE NOT = 'S'
                   MOVE 'N' TO WS-BPR-AGILE
               END-IF
           ELSE
               MOVE 'N' TO WS-BPR-AGILE
               MOVE ZERO TO WS-PRE-ORE-ORD
               MOVE ZERO TO WS-PRE-ORE-STR
               MOVE ZERO TO WS-PRE-ORE-STR-NOT
               MOVE ZERO TO WS-PRE-ORE-STR-FES
           END-IF

      * Giornata di cassa integrazione: ore integrate ed eventuali
      * ore lavorate, entro un'autorizzazione CIG dell'azienda
           MOVE ZERO TO WS-PRE-ORE-CIG
           MOVE ZERO TO WS-CIG-ID
           IF WS-RISPOSTA = 'C'
               DISPLAY "Ore di cassa integrazione: "
                       WITH NO ADVANCING
               ACCEPT WS-PRE-ORE-CIG

               DISPLAY "Ore lavorate nella giornata: "
                       WITH NO ADVANCING
               ACCEPT WS-PRE-ORE-ORD

               MOVE WS-DATA-ELABORAZIONE TO WS-CIG-DATA-GIORNO
               PERFORM CONTROLLA-AUTORIZZAZIONE-CIG
               IF WS-CIG-MOTIVO NOT = SPACES
                   DISPLAY "Presenza non registrata: " WS-CIG-MOTIVO
                   EXIT PARAGRAPH
               END-IF
           END-IF

           EXEC SQL
               UPDATE PRESENZE
               SET tipo_giornata = :WS-RISPOSTA,
                   ore_ordinarie = :WS-PRE-ORE-ORD,
                   ore_straordinarie = :WS-PRE-ORE-STR,
                   ore_straordinarie_notturne = :WS-PRE-ORE-STR-NOT,
                   ore_straordinarie_festive = :WS-PRE-ORE-STR-FES,
                   lavoro_agile = :WS-BPR-AGILE,
                   ore_cig = :WS-PRE-ORE-CIG,
                   id_autorizzazione_cig = NULLIF(:WS-CIG-ID, 0)
               WHERE matricola = :WS-MATRICOLA
               AND data_presenza = :WS-DATA-ELABORAZIONE
           END-EXEC
           DISPLAY "Ore ordinarie:   " WS-IMPORTO-EDIT
           MOVE WS-PRE-ORE-STR TO WS-IMPORTO-EDIT
           DISPLAY "Ore straord.:    " WS-IMPORTO-EDIT
           IF WS-PRE-ORE-CIG > 0
               MOVE WS-PRE-ORE-CIG TO WS-IMPORTO-EDIT
               DISPLAY "Ore CIG:         " WS-IMPORTO-EDIT
           END-IF

           EXEC SQL
               SELECT giorni_ferie_maturati, giorni_ferie_goduti,
                   WS-SF-PERMESSO-MATURATI - WS-SF-PERMESSO-GODUTI
               MOVE WS-SF-PERMESSO-MATURATI TO WS-IMPORTO-EDIT
               DISPLAY "Giorni permesso residui: " WS-IMPORTO-EDIT
           END-IF.

      ******************************************************************
      * Addizionali regionali e comunali: tabella aliquote per ente
      * (scaglioni e soglia di esenzione), residenza fiscale del
      * dipendente e consultazione dei piani di rate in corso.
      ******************************************************************
       GESTIONE-ADDIZIONALI.
           DISPLAY " "
           DISPLAY "=== ADDIZIONALI REGIONALI E COMUNALI ==="
           DISPLAY " "
           DISPLAY "1. Inserisci scaglione aliquota per ente"
           DISPLAY "2. Aggiorna residenza fiscale dipendente"
           DISPLAY "3. Piani rate addizionali del dipendente"
           DISPLAY " "
           DISPLAY "Scelta: " WITH NO ADVANCING
           ACCEPT WS-SCELTA

           EVALUATE WS-SCELTA
               WHEN 1
                   PERFORM CONTROLLA-RUOLO-CAPO
                   IF WS-ESITO = "OK"
                       PERFORM INSERISCI-ALIQUOTA-ADDIZIONALE
                   END-IF
               WHEN 2
                   PERFORM AGGIORNA-RESIDENZA-FISCALE
               WHEN 3
                   PERFORM VISUALIZZA-PIANI-ADDIZIONALI
               WHEN OTHER
                   DISPLAY "Scelta non valida!"
           END-EVALUATE.

       INSERISCI-ALIQUOTA-ADDIZIONALE.
           DISPLAY " "
           DISPLAY "Tipo ente (R=regione, C=comune): "
                   WITH NO ADVANCING
           ACCEPT WS-ADD-TIPO-ENTE

           IF WS-ADD-TIPO-ENTE = 'r'
               MOVE 'R' TO WS-ADD-TIPO-ENTE
           END-IF
           IF WS-ADD-TIPO-ENTE = 'c'
               MOVE 'C' TO WS-ADD-TIPO-ENTE
           END-IF
           IF WS-ADD-TIPO-ENTE NOT = 'R' AND NOT = 'C'
               DISPLAY "Tipo ente non valido!"
               EXIT PARAGRAPH
           END-IF

           IF WS-ADD-TIPO-ENTE = 'R'
               DISPLAY "Codice regione (01-21): " WITH NO ADVANCING
           ELSE
               DISPLAY "Codice catastale comune: " WITH NO ADVANCING
           END-IF
           ACCEPT WS-ADD-ENTE

           DISPLAY "Anno (AAAA): " WITH NO ADVANCING
           ACCEPT WS-ADD-ANNO-ALIQ

           DISPLAY "Scaglione da (EUR): " WITH NO ADVANCING
           ACCEPT WS-ADD-LIMITE-DA

           DISPLAY "Scaglione a (EUR, 0 = oltre): "
                   WITH NO ADVANCING
           ACCEPT WS-ADD-LIMITE-A

           DISPLAY "Aliquota % (es. 1.73): " WITH NO ADVANCING
           ACCEPT WS-ADD-ALIQ-PERC
           COMPUTE WS-ADD-ALIQUOTA = WS-ADD-ALIQ-PERC / 100

           DISPLAY "Soglia di esenzione (EUR, 0 = nessuna): "
                   WITH NO ADVANCING
           ACCEPT WS-ADD-SOGLIA

           EXEC SQL
               UPDATE ADDIZIONALI_ALIQUOTE
               SET limite_a = NULLIF(:WS-ADD-LIMITE-A, 0),
                   aliquota = :WS-ADD-ALIQUOTA,
                   soglia_esenzione = :WS-ADD-SOGLIA
               WHERE tipo_ente = :WS-ADD-TIPO-ENTE
               AND codice_ente = :WS-ADD-ENTE
               AND anno = :WS-ADD-ANNO-ALIQ
               AND limite_da = :WS-ADD-LIMITE-DA
           END-EXEC

           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO ADDIZIONALI_ALIQUOTE
                   (tipo_ente, codice_ente, anno, limite_da,
                    limite_a, aliquota, soglia_esenzione)
                   VALUES
                   (:WS-ADD-TIPO-ENTE, :WS-ADD-ENTE,
                    :WS-ADD-ANNO-ALIQ, :WS-ADD-LIMITE-DA,
                    NULLIF(:WS-ADD-LIMITE-A, 0),
                    :WS-ADD-ALIQUOTA, :WS-ADD-SOGLIA)
               END-EXEC
           END-IF

      * La soglia vale per l'ente e l'anno, non per lo scaglione
           IF SQLCODE = 0
               EXEC SQL
                   UPDATE ADDIZIONALI_ALIQUOTE
                   SET soglia_esenzione = :WS-ADD-SOGLIA
                   WHERE tipo_ente = :WS-ADD-TIPO-ENTE
                   AND codice_ente = :WS-ADD-ENTE
                   AND anno = :WS-ADD-ANNO-ALIQ
               END-EXEC
           END-IF

           IF SQLCODE = 0
               DISPLAY "Aliquota registrata!"
           ELSE
               DISPLAY "Errore registrazione aliquota: " SQLCODE
           END-IF.

      * Residenza fiscale: vale dal prossimo conguaglio, i piani di
      * rate gia' determinati restano all'ente di allora
       AGGIORNA-RESIDENZA-FISCALE.
           DISPLAY " "
           DISPLAY "Matricola: " WITH NO ADVANCING
           ACCEPT WS-MATRICOLA

           EXEC SQL
               SELECT nome, cognome,
                      COALESCE(regione_residenza, ' '),
                      COALESCE(comune_residenza, ' ')
               INTO :WS-DIP-NOME, :WS-DIP-COGNOME,
                    :WS-DIP-REGIONE, :WS-DIP-COMUNE
               FROM DIPENDENTI
               WHERE matricola = :WS-MATRICOLA
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Dipendente non trovato!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Dipendente: " WS-DIP-NOME " " WS-DIP-COGNOME
           DISPLAY "Residenza attuale: regione " WS-DIP-REGIONE
                   " comune " WS-DIP-COMUNE

           DISPLAY "Codice regione (01-21): " WITH NO ADVANCING
           ACCEPT WS-DIP-REGIONE

           DISPLAY "Codice catastale comune: " WITH NO ADVANCING
           ACCEPT WS-DIP-COMUNE

           MOVE "DIPENDENTI" TO WS-AUD-TABELLA
           MOVE WS-MATRICOLA TO WS-AUD-CHIAVE
           PERFORM AUDIT-PRIMA

           EXEC SQL
               UPDATE DIPENDENTI
               SET regione_residenza = :WS-DIP-REGIONE,
                   comune_residenza = :WS-DIP-COMUNE
               WHERE matricola = :WS-MATRICOLA
           END-EXEC

           IF SQLCODE = 0
               DISPLAY "Residenza fiscale aggiornata!"
               PERFORM AUDIT-DOPO
           ELSE
               DISPLAY "Errore aggiornamento: " SQLCODE
           END-IF.

       VISUALIZZA-PIANI-ADDIZIONALI.
           DISPLAY " "
           DISPLAY "Matricola: " WITH NO ADVANCING
           ACCEPT WS-MATRICOLA

           DISPLAY " "
           DISPLAY "TIPO ENTE ANNO        TOTALE    TRATTENUTO "
                   "RATE STATO"

           EXEC SQL
               OPEN CUR-PIANI-ADDIZIONALI
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-PIANI-ADDIZIONALI
                   INTO :WS-APR-TIPO, :WS-APR-ENTE,
                        :WS-APR-ANNO-RIF, :WS-APR-TOTALE,
                        :WS-APR-TRATTENUTO, :WS-APR-RATE-TOTALI,
                        :WS-APR-RESIDUE, :WS-APR-STATO
               END-EXEC

               IF SQLCODE = 0
                   MOVE WS-APR-TOTALE TO WS-IMPORTO-EDIT
                   MOVE WS-APR-TRATTENUTO TO WS-APR-TRATT-EDIT
                   DISPLAY WS-APR-TIPO "  " WS-APR-ENTE " "
                           WS-APR-ANNO-RIF " " WS-IMPORTO-EDIT
                           " " WS-APR-TRATT-EDIT " "
                           WS-APR-RESIDUE "/" WS-APR-RATE-TOTALI
                           " " WS-APR-STATO
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-PIANI-ADDIZIONALI
           END-EXEC.

      ******************************************************************
      * Contributi INPS: tabella aliquote per inquadramento,
      * massimale e prima fascia pensionabile dell'anno, e
      * trasformazione dei contratti a termine in tempo
      * indeterminato con la restituzione del contributo
      * addizionale delle ultime sei mensilita'.
      ******************************************************************
       GESTIONE-CONTRIBUTI-INPS.
           DISPLAY " "
           DISPLAY "=== CONTRIBUTI INPS PER INQUADRAMENTO ==="
           DISPLAY " "
           DISPLAY "1. Inserisci aliquote per inquadramento"
           DISPLAY "2. Massimale e prima fascia pensionabile"
           DISPLAY "3. Trasformazione contratto"
           DISPLAY " "
           DISPLAY "Scelta: " WITH NO ADVANCING
           ACCEPT WS-SCELTA

           EVALUATE WS-SCELTA
               WHEN 1
                   PERFORM INSERISCI-ALIQUOTA-INPS
               WHEN 2
                   PERFORM INSERISCI-PARAMETRI-INPS
               WHEN 3
                   PERFORM TRASFORMAZIONE-CONTRATTO
               WHEN OTHER
                   DISPLAY "Scelta non valida!"
           END-EVALUATE.

       INSERISCI-ALIQUOTA-INPS.
           DISPLAY " "
           DISPLAY "Qualifica (* = qualsiasi): " WITH NO ADVANCING
           ACCEPT WS-DIP-QUALIFICA

           DISPLAY "Tipo contratto (I/D/A, * = qualsiasi): "
                   WITH NO ADVANCING
           ACCEPT WS-INP-CONTRATTO

           DISPLAY "Classificazione INPS azienda (* = qualsiasi): "
                   WITH NO ADVANCING
           ACCEPT WS-INP-INQUADRAMENTO

           DISPLAY "Aliquota dipendente % (es. 9.19): "
                   WITH NO ADVANCING
           ACCEPT WS-ADD-ALIQ-PERC
           COMPUTE WS-INP-ALIQ-DIP = WS-ADD-ALIQ-PERC / 100

           DISPLAY "Aliquota azienda % (es. 28.98): "
                   WITH NO ADVANCING
           ACCEPT WS-ADD-ALIQ-PERC
           COMPUTE WS-INP-ALIQ-AZI = WS-ADD-ALIQ-PERC / 100

           DISPLAY "Contributo addizionale contratti a termine % "
                   "(es. 1.40): " WITH NO ADVANCING
           ACCEPT WS-ADD-ALIQ-PERC
           COMPUTE WS-INP-MAGG-TD = WS-ADD-ALIQ-PERC / 100

           EXEC SQL
               UPDATE ALIQUOTE_INPS
               SET aliquota_dipendente = :WS-INP-ALIQ-DIP,
                   aliquota_azienda = :WS-INP-ALIQ-AZI,
                   maggiorazione_td = :WS-INP-MAGG-TD
               WHERE qualifica = :WS-DIP-QUALIFICA
               AND tipo_contratto = :WS-INP-CONTRATTO
               AND inquadramento_inps = :WS-INP-INQUADRAMENTO
           END-EXEC

           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO ALIQUOTE_INPS
                   (qualifica, tipo_contratto, inquadramento_inps,
                    aliquota_dipendente, aliquota_azienda,
                    maggiorazione_td)
                   VALUES
                   (:WS-DIP-QUALIFICA, :WS-INP-CONTRATTO,
                    :WS-INP-INQUADRAMENTO, :WS-INP-ALIQ-DIP,
                    :WS-INP-ALIQ-AZI, :WS-INP-MAGG-TD)
               END-EXEC
           END-IF

           IF SQLCODE = 0
               DISPLAY "Aliquote registrate!"
           ELSE
               DISPLAY "Errore registrazione aliquote: " SQLCODE
           END-IF.

       INSERISCI-PARAMETRI-INPS.
           DISPLAY " "
           DISPLAY "Anno (AAAA): " WITH NO ADVANCING
           ACCEPT WS-ANNO

           DISPLAY "Massimale contributivo annuo (EUR): "
                   WITH NO ADVANCING
           ACCEPT WS-INP-MASSIMALE

           DISPLAY "Limite prima fascia pensionabile (EUR): "
                   WITH NO ADVANCING
           ACCEPT WS-INP-PRIMA-FASCIA

           DISPLAY "Contributo aggiuntivo % (es. 1.00): "
                   WITH NO ADVANCING
           ACCEPT WS-ADD-ALIQ-PERC
           COMPUTE WS-INP-ALIQ-AGG = WS-ADD-ALIQ-PERC / 100

           EXEC SQL
               UPDATE PARAMETRI_INPS
               SET massimale_annuo = :WS-INP-MASSIMALE,
                   limite_prima_fascia = :WS-INP-PRIMA-FASCIA,
                   aliquota_aggiuntiva = :WS-INP-ALIQ-AGG
               WHERE anno = :WS-ANNO
           END-EXEC

           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO PARAMETRI_INPS
                   (anno, massimale_annuo, limite_prima_fascia,
                    aliquota_aggiuntiva)
                   VALUES
                   (:WS-ANNO, :WS-INP-MASSIMALE,
                    :WS-INP-PRIMA-FASCIA, :WS-INP-ALIQ-AGG)
               END-EXEC
           END-IF

           IF SQLCODE = 0
               DISPLAY "Parametri registrati!"
           ELSE
               DISPLAY "Errore registrazione parametri: " SQLCODE
           END-IF.

      * Trasformazione del contratto: il tempo determinato passa a
      * indeterminato e il contributo addizionale versato sulle
      * ultime sei mensilita' a termine si recupera nel mese di
      * trasformazione (UniEmens e F24 del periodo); l'apprendista
      * passa a indeterminato qualificato con il livello finale.
      * Dalla decorrenza valgono il nuovo livello CCNL e le nuove
      * aliquote INPS; contratto e livello precedenti restano in
      * anagrafica per i periodi anteriori
       TRASFORMAZIONE-CONTRATTO.
           DISPLAY " "
           DISPLAY "Matricola: " WITH NO ADVANCING
           ACCEPT WS-MATRICOLA

           PERFORM CARICA-DIPENDENTE
           IF WS-ESITO NOT = "OK"
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               SELECT COALESCE(tipo_contratto, 'I'),
                      COALESCE(livello_qualifica, ' ')
               INTO :WS-CTR-TIPO, :WS-CTR-LIVELLO-QUAL
               FROM DIPENDENTI
               WHERE matricola = :WS-MATRICOLA
           END-EXEC

           EVALUATE WS-CTR-TIPO
               WHEN 'D'
                   MOVE 'TI' TO WS-CTR-TIPO-TRASF
               WHEN 'A'
                   MOVE 'AQ' TO WS-CTR-TIPO-TRASF
               WHEN OTHER
                   DISPLAY "Il dipendente ha già un contratto a "
                           "tempo indeterminato!"
                   EXIT PARAGRAPH
           END-EVALUATE

           DISPLAY "Dipendente: " WS-DIP-NOME " " WS-DIP-COGNOME

           DISPLAY "Data trasformazione (AAAA-MM-GG): "
                   WITH NO ADVANCING
           ACCEPT WS-TRS-DATA

           MOVE WS-TRS-DATA(1:4) TO WS-TRS-ANNO
           MOVE WS-TRS-DATA(6:2) TO WS-TRS-MESE
           COMPUTE WS-TRS-PERIODO = WS-TRS-ANNO * 12 + WS-TRS-MESE

           MOVE WS-DIP-LIVELLO TO WS-CTR-LIVELLO-PREC
           MOVE WS-DIP-LIVELLO TO WS-CTR-NUOVO-LIVELLO
           MOVE ZERO TO WS-INP-RESTITUZIONE

           IF WS-CTR-TIPO = 'A'
      * Livello di qualificazione: quello previsto all'assunzione
      * salvo diversa indicazione
               DISPLAY "Livello di qualificazione ["
                       WS-CTR-LIVELLO-QUAL "]: " WITH NO ADVANCING
               ACCEPT WS-CTR-NUOVO-LIVELLO
               IF WS-CTR-NUOVO-LIVELLO = SPACES
                   MOVE WS-CTR-LIVELLO-QUAL TO WS-CTR-NUOVO-LIVELLO
               END-IF
               IF WS-CTR-NUOVO-LIVELLO = SPACES
                   DISPLAY "Livello di qualificazione mancante!"
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Livello CCNL: " WS-CTR-LIVELLO-PREC " -> "
                       WS-CTR-NUOVO-LIVELLO " dal " WS-TRS-DATA
               DISPLAY "Aliquote INPS da apprendista per altri "
                       WS-CTR-MESI-AGEV-APP " mesi"
           ELSE
               EXEC SQL
                   SELECT COALESCE(SUM(contributo_td), 0)
                   INTO :WS-INP-RESTITUZIONE
                   FROM STIPENDI
                   WHERE matricola = :WS-MATRICOLA
                   AND stato_pagamento <> 'A'
                   AND anno * 12 + mese >= :WS-TRS-PERIODO - 6
                   AND anno * 12 + mese < :WS-TRS-PERIODO
               END-EXEC

               MOVE WS-INP-RESTITUZIONE TO WS-IMPORTO-EDIT
               DISPLAY "Contributo addizionale da restituire: EUR "
                       WS-IMPORTO-EDIT
           END-IF

           DISPLAY "Confermare la trasformazione (S/N): "
                   WITH NO ADVANCING
           ACCEPT WS-RISPOSTA
           IF WS-RISPOSTA NOT = 'S' AND NOT = 's'
               DISPLAY "Trasformazione annullata."
               EXIT PARAGRAPH
           END-IF

           MOVE "DIPENDENTI" TO WS-AUD-TABELLA
           MOVE WS-MATRICOLA TO WS-AUD-CHIAVE
           PERFORM AUDIT-PRIMA

           EXEC SQL
               BEGIN TRANSACTION
           END-EXEC

           EXEC SQL
               UPDATE DIPENDENTI
               SET tipo_contratto = 'I',
                   tipo_contratto_precedente = :WS-CTR-TIPO,
                   tipo_trasformazione = :WS-CTR-TIPO-TRASF,
                   data_trasformazione = :WS-TRS-DATA,
                   livello = :WS-CTR-NUOVO-LIVELLO,
                   livello_precedente = :WS-CTR-LIVELLO-PREC
               WHERE matricola = :WS-MATRICOLA
           END-EXEC

           IF SQLCODE = 0 AND WS-INP-RESTITUZIONE > 0
               EXEC SQL
                   INSERT INTO RESTITUZIONI_TD
                   (matricola, anno, mese, importo)
                   VALUES
                   (:WS-MATRICOLA, :WS-TRS-ANNO, :WS-TRS-MESE,
                    :WS-INP-RESTITUZIONE)
               END-EXEC
           END-IF

           IF SQLCODE = 0
               PERFORM AUDIT-DOPO
               EXEC SQL
                   COMMIT
               END-EXEC
               IF WS-CTR-TIPO = 'A'
                   DISPLAY "Apprendistato trasformato in contratto "
                           "qualificato dal " WS-TRS-DATA
               ELSE
                   DISPLAY "Contratto trasformato a tempo "
                           "indeterminato dal " WS-TRS-DATA
               END-IF
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               DISPLAY "Errore trasformazione: " SQLCODE
           END-IF.

      ******************************************************************
      * Previdenza complementare: anagrafica dei fondi pensione,
      * scelta del dipendente sulla destinazione del TFR (azienda,
      * fondo pensione o Fondo di Tesoreria INPS) con le aliquote
      * di contribuzione al fondo, e distinta mensile dei
      * contributi da versare a ciascun fondo.
      ******************************************************************
       GESTIONE-PREVIDENZA-COMPL.
           DISPLAY " "
           DISPLAY "=== PREVIDENZA COMPLEMENTARE E TFR ==="
           DISPLAY " "
           DISPLAY "1. Anagrafica fondi pensione"
           DISPLAY "2. Scelta destinazione TFR dipendente"
           DISPLAY "3. Distinta mensile contributi per fondo"
           DISPLAY " "
           DISPLAY "Scelta: " WITH NO ADVANCING
           ACCEPT WS-SCELTA

           EVALUATE WS-SCELTA
               WHEN 1
                   PERFORM CONTROLLA-RUOLO-CAPO
                   IF WS-ESITO = "OK"
                       PERFORM INSERISCI-FONDO-PENSIONE
                   END-IF
               WHEN 2
                   PERFORM CONTROLLA-RUOLO-CAPO
                   IF WS-ESITO = "OK"
                       PERFORM SCELTA-DESTINAZIONE-TFR
                   END-IF
               WHEN 3
                   PERFORM DISTINTA-CONTRIBUTI-FONDI
               WHEN OTHER
                   DISPLAY "Scelta non valida!"
           END-EVALUATE.

       INSERISCI-FONDO-PENSIONE.
           DISPLAY " "
           DISPLAY "Codice fondo: " WITH NO ADVANCING
           ACCEPT WS-PRV-FONDO

           DISPLAY "Denominazione: " WITH NO ADVANCING
           ACCEPT WS-PRV-DENOMINAZIONE

           DISPLAY "IBAN per i versamenti: " WITH NO ADVANCING
           ACCEPT WS-PRV-IBAN

           MOVE "IBAN" TO WS-VAL-TIPO
           MOVE WS-PRV-IBAN TO WS-VAL-VALORE
           CALL "VALIDA-CODICI" USING WS-VAL-PARAMETRI
           IF WS-VAL-ESITO NOT = "OK"
               DISPLAY "IBAN non valido: " WS-VAL-MOTIVO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-VAL-NORMALIZZATO TO WS-PRV-IBAN

           EXEC SQL
               UPDATE FONDI_PENSIONE
               SET denominazione = :WS-PRV-DENOMINAZIONE,
                   iban = :WS-PRV-IBAN
               WHERE codice_fondo = :WS-PRV-FONDO
           END-EXEC

           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO FONDI_PENSIONE
                   (codice_fondo, denominazione, iban)
                   VALUES
                   (:WS-PRV-FONDO, :WS-PRV-DENOMINAZIONE,
                    :WS-PRV-IBAN)
               END-EXEC
           END-IF

           IF SQLCODE = 0
               DISPLAY "Fondo pensione registrato!"
           ELSE
               DISPLAY "Errore registrazione fondo: " SQLCODE
           END-IF.

       SCELTA-DESTINAZIONE-TFR.
           DISPLAY " "
           DISPLAY "Matricola: " WITH NO ADVANCING
           ACCEPT WS-MATRICOLA

           PERFORM CARICA-DIPENDENTE
           IF WS-ESITO NOT = "OK"
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               SELECT COALESCE(destinazione_tfr, 'A'),
                      COALESCE(codice_fondo, ' ')
               INTO :WS-PRV-DESTINAZIONE, :WS-PRV-FONDO
               FROM DIPENDENTI
               WHERE matricola = :WS-MATRICOLA
           END-EXEC

           DISPLAY "Dipendente: " WS-DIP-NOME " " WS-DIP-COGNOME
           DISPLAY "Destinazione attuale: " WS-PRV-DESTINAZIONE
                   " fondo " WS-PRV-FONDO

           DISPLAY "Nuova destinazione (A=azienda, F=fondo "
                   "pensione, T=Tesoreria INPS): "
                   WITH NO ADVANCING
           ACCEPT WS-PRV-DEST-NUOVA

           IF WS-PRV-DEST-NUOVA NOT = 'A'
               AND WS-PRV-DEST-NUOVA NOT = 'F'
               AND WS-PRV-DEST-NUOVA NOT = 'T'
               DISPLAY "Destinazione non valida!"
               EXIT PARAGRAPH
           END-IF

      * L'adesione a un fondo pensione non si revoca: il TFR
      * futuro non torna in azienda ne' in Tesoreria
           IF WS-PRV-DESTINAZIONE = 'F'
               AND WS-PRV-DEST-NUOVA NOT = 'F'
               DISPLAY "Adesione al fondo pensione irrevocabile!"
               EXIT PARAGRAPH
           END-IF

           IF WS-PRV-DEST-NUOVA = 'F'
               DISPLAY "Codice fondo: " WITH NO ADVANCING
               ACCEPT WS-PRV-FONDO

               EXEC SQL
                   SELECT denominazione
                   INTO :WS-PRV-DENOMINAZIONE
                   FROM FONDI_PENSIONE
                   WHERE codice_fondo = :WS-PRV-FONDO
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "Fondo pensione non censito!"
                   EXIT PARAGRAPH
               END-IF

               DISPLAY "Fondo: " WS-PRV-DENOMINAZIONE
               DISPLAY "Contributo dipendente % retribuzione base "
                       "(es. 1.20): " WITH NO ADVANCING
               ACCEPT WS-PRV-PERC-DIP
               DISPLAY "Contributo datore % retribuzione base "
                       "(es. 1.50): " WITH NO ADVANCING
               ACCEPT WS-PRV-PERC-AZI
           ELSE
               MOVE SPACES TO WS-PRV-FONDO
               MOVE ZERO TO WS-PRV-PERC-DIP
               MOVE ZERO TO WS-PRV-PERC-AZI
           END-IF

           MOVE "DIPENDENTI" TO WS-AUD-TABELLA
           MOVE WS-MATRICOLA TO WS-AUD-CHIAVE
           PERFORM AUDIT-PRIMA

           EXEC SQL
               UPDATE DIPENDENTI
               SET destinazione_tfr = :WS-PRV-DEST-NUOVA,
                   codice_fondo = :WS-PRV-FONDO,
                   perc_contrib_dip = :WS-PRV-PERC-DIP,
                   perc_contrib_azi = :WS-PRV-PERC-AZI,
                   data_scelta_tfr = CURRENT_DATE
               WHERE matricola = :WS-MATRICOLA
           END-EXEC

           IF SQLCODE = 0
               DISPLAY "Destinazione TFR aggiornata!"
               PERFORM AUDIT-DOPO
           ELSE
               DISPLAY "Errore aggiornamento: " SQLCODE
           END-IF.

      * Distinta del mese per il versamento ai fondi: un blocco
      * per fondo con gli iscritti, quota TFR e contributi, e il
      * totale da bonificare all'IBAN del fondo
       DISTINTA-CONTRIBUTI-FONDI.
           DISPLAY " "
           DISPLAY "=== DISTINTA CONTRIBUTI FONDI PENSIONE ==="

           DISPLAY "Codice azienda: " WITH NO ADVANCING
           ACCEPT WS-AZIENDA-FILTRO

           DISPLAY "Anno (AAAA): " WITH NO ADVANCING
           ACCEPT WS-ANNO

           DISPLAY "Mese (MM): " WITH NO ADVANCING
           ACCEPT WS-MESE

           IF WS-MESE < 1 OR WS-MESE > 12
               DISPLAY "Mese non valido!"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-NOME-FILE-FONDI
           STRING "FONDI-" DELIMITED BY SIZE
                  WS-AZIENDA-FILTRO DELIMITED BY SPACE
                  "-" WS-ANNO WS-MESE ".TXT" DELIMITED BY SIZE
                  INTO WS-NOME-FILE-FONDI

           INITIALIZE WS-DFP-DATI
           MOVE ZERO TO WS-CONTA-FONDI

           OPEN OUTPUT FONDI-FILE

           MOVE SPACES TO FONDI-RECORD
           STRING "DISTINTA CONTRIBUTI FONDI PENSIONE - AZIENDA "
                  WS-AZIENDA-FILTRO " - PERIODO "
                  WS-MESE "/" WS-ANNO
                  DELIMITED BY SIZE INTO FONDI-RECORD
           WRITE FONDI-RECORD
           MOVE ALL "=" TO FONDI-RECORD
           WRITE FONDI-RECORD

           EXEC SQL
               OPEN CUR-DISTINTA-FONDI
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-DISTINTA-FONDI
                   INTO :WS-PRV-FONDO, :WS-PRV-DENOMINAZIONE,
                        :WS-PRV-IBAN, :WS-DIP-MATRICOLA,
                        :WS-DIP-COGNOME, :WS-DIP-NOME,
                        :WS-PRV-QUOTA-TFR, :WS-PRV-CONTR-DIP,
                        :WS-PRV-CONTR-AZI
               END-EXEC

               IF SQLCODE = 0
      * Cambio fondo: chiude il blocco precedente e apre il nuovo
                   IF WS-PRV-FONDO NOT = WS-DFP-FONDO-PREC
                       IF WS-DFP-FONDO-PREC NOT = SPACES
                           PERFORM SCRIVI-TOTALE-FONDO
                       END-IF
                       ADD 1 TO WS-CONTA-FONDI
                       MOVE WS-PRV-FONDO TO WS-DFP-FONDO-PREC

                       WRITE FONDI-RECORD FROM SPACES
                       MOVE SPACES TO FONDI-RECORD
                       STRING "FONDO " WS-PRV-FONDO " "
                              WS-PRV-DENOMINAZIONE
                              DELIMITED BY SIZE INTO FONDI-RECORD
                       WRITE FONDI-RECORD
                       MOVE SPACES TO FONDI-RECORD
                       STRING "IBAN  " WS-PRV-IBAN
                              DELIMITED BY SIZE INTO FONDI-RECORD
                       WRITE FONDI-RECORD
                       MOVE SPACES TO FONDI-RECORD
                       STRING "  MATR.  DIPENDENTE                     "
                              "         QUOTA TFR"
                              "  CONTR. DIP.  CONTR. AZI.        TOTALE"
                              DELIMITED BY SIZE INTO FONDI-RECORD
                       WRITE FONDI-RECORD
                   END-IF

                   COMPUTE WS-DFP-TOT-RIGA =
                       WS-PRV-QUOTA-TFR + WS-PRV-CONTR-DIP
                       + WS-PRV-CONTR-AZI
                   ADD WS-PRV-QUOTA-TFR TO WS-DFP-SUB-TFR
                   ADD WS-PRV-CONTR-DIP TO WS-DFP-SUB-DIP
                   ADD WS-PRV-CONTR-AZI TO WS-DFP-SUB-AZI
                   ADD WS-DFP-TOT-RIGA TO WS-DFP-SUB-TOTALE

                   MOVE WS-PRV-QUOTA-TFR TO WS-DFP-EDIT-TFR
                   MOVE WS-PRV-CONTR-DIP TO WS-DFP-EDIT-DIP
                   MOVE WS-PRV-CONTR-AZI TO WS-DFP-EDIT-AZI
                   MOVE WS-DFP-TOT-RIGA TO WS-IMPORTO-EDIT
                   MOVE SPACES TO FONDI-RECORD
                   STRING "  " WS-DIP-MATRICOLA " "
                          WS-DIP-COGNOME(1:20) " "
                          WS-DIP-NOME(1:15) " "
                          WS-DFP-EDIT-TFR " " WS-DFP-EDIT-DIP " "
                          WS-DFP-EDIT-AZI " " WS-IMPORTO-EDIT
                          DELIMITED BY SIZE INTO FONDI-RECORD
                   WRITE FONDI-RECORD
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-DISTINTA-FONDI
           END-EXEC

           IF WS-DFP-FONDO-PREC NOT = SPACES
               PERFORM SCRIVI-TOTALE-FONDO
           END-IF

           WRITE FONDI-RECORD FROM SPACES
           MOVE ALL "-" TO FONDI-RECORD
           WRITE FONDI-RECORD

           MOVE SPACES TO FONDI-RECORD
           MOVE WS-CONTA-FONDI TO WS-NUMERO-EDIT
           MOVE WS-DFP-TOT-GENERALE TO WS-IMPORTO-EDIT
           STRING "Fondi: " WS-NUMERO-EDIT
                  "   TOTALE DA VERSARE: EUR " WS-IMPORTO-EDIT
                  DELIMITED BY SIZE INTO FONDI-RECORD
           WRITE FONDI-RECORD

           CLOSE FONDI-FILE

           DISPLAY "Fondi nella distinta: " WS-CONTA-FONDI
           DISPLAY "Totale da versare: EUR " WS-IMPORTO-EDIT
           DISPLAY "Distinta salvata in " WS-NOME-FILE-FONDI.

       SCRIVI-TOTALE-FONDO.
           MOVE WS-DFP-SUB-TFR TO WS-DFP-EDIT-TFR
           MOVE WS-DFP-SUB-DIP TO WS-DFP-EDIT-DIP
           MOVE WS-DFP-SUB-AZI TO WS-DFP-EDIT-AZI
           MOVE WS-DFP-SUB-TOTALE TO WS-IMPORTO-EDIT
           MOVE SPACES TO FONDI-RECORD
           STRING "  TOTALE FONDO " WS-DFP-FONDO-PREC
                  "                     "
                  WS-DFP-EDIT-TFR " " WS-DFP-EDIT-DIP " "
                  WS-DFP-EDIT-AZI " " WS-IMPORTO-EDIT
                  DELIMITED BY SIZE INTO FONDI-RECORD
           WRITE FONDI-RECORD

           ADD WS-DFP-SUB-TOTALE TO WS-DFP-TOT-GENERALE
           MOVE ZERO TO WS-DFP-SUB-TFR
           MOVE ZERO TO WS-DFP-SUB-DIP
           MOVE ZERO TO WS-DFP-SUB-AZI
           MOVE ZERO TO WS-DFP-SUB-TOTALE.

      ******************************************************************
      * Buoni pasto: regole di maturazione per azienda o CCNL e
      * rigenerazione del file d'ordine al fornitore per un periodo
      * gia' elaborato (l'elaborazione mensile lo produce da sola).
      ******************************************************************
       GESTIONE-BUONI-PASTO.
           DISPLAY " "
           DISPLAY "=== BUONI PASTO ==="
           DISPLAY " "
           DISPLAY "1. Inserisci regola di maturazione"
           DISPLAY "2. Rigenera ordine mensile al fornitore"
           DISPLAY " "
           DISPLAY "Scelta: " WITH NO ADVANCING
           ACCEPT WS-SCELTA

           EVALUATE WS-SCELTA
               WHEN 1
                   PERFORM CONTROLLA-RUOLO-CAPO
                   IF WS-ESITO = "OK"
                       PERFORM INSERISCI-REGOLA-BUONI-PASTO
                   END-IF
               WHEN 2
                   DISPLAY "Codice azienda: " WITH NO ADVANCING
                   ACCEPT WS-AZIENDA-FILTRO
                   DISPLAY "Anno (AAAA): " WITH NO ADVANCING
                   ACCEPT WS-ANNO
                   DISPLAY "Mese (MM): " WITH NO ADVANCING
                   ACCEPT WS-MESE
                   PERFORM GENERA-ORDINE-BUONI-PASTO
               WHEN OTHER
                   DISPLAY "Scelta non valida!"
           END-EVALUATE.

       INSERISCI-REGOLA-BUONI-PASTO.
           DISPLAY " "
           DISPLAY "Codice azienda (* = qualsiasi): "
                   WITH NO ADVANCING
           ACCEPT WS-BPR-AZIENDA

           DISPLAY "Codice CCNL (* = qualsiasi): " WITH NO ADVANCING
           ACCEPT WS-BPR-CCNL

           DISPLAY "Valore nominale del buono (es. 8.00): "
                   WITH NO ADVANCING
           ACCEPT WS-BPR-VALORE

           DISPLAY "Tipo buono (E=elettronico, C=cartaceo): "
                   WITH NO ADVANCING
           ACCEPT WS-BPR-TIPO

           IF WS-BPR-TIPO NOT = 'E' AND WS-BPR-TIPO NOT = 'C'
               DISPLAY "Tipo buono non valido!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Ore ordinarie minime nella giornata (es. 6): "
                   WITH NO ADVANCING
           ACCEPT WS-BPR-ORE-MINIME

           DISPLAY "Escludere le giornate in trasferta (S/N): "
                   WITH NO ADVANCING
           ACCEPT WS-BPR-ESCL-TRASF

           DISPLAY "Escludere le giornate in lavoro agile (S/N): "
                   WITH NO ADVANCING
           ACCEPT WS-BPR-ESCL-AGILE

           EXEC SQL
               UPDATE BUONI_PASTO_REGOLE
               SET valore_buono = :WS-BPR-VALORE,
                   tipo_buono = :WS-BPR-TIPO,
                   ore_minime = :WS-BPR-ORE-MINIME,
                   escludi_trasferta = :WS-BPR-ESCL-TRASF,
                   escludi_lavoro_agile = :WS-BPR-ESCL-AGILE
               WHERE codice_azienda = :WS-BPR-AZIENDA
               AND codice_ccnl = :WS-BPR-CCNL
           END-EXEC

           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO BUONI_PASTO_REGOLE
                   (codice_azienda, codice_ccnl, valore_buono,
                    tipo_buono, ore_minime, escludi_trasferta,
                    escludi_lavoro_agile)
                   VALUES
                   (:WS-BPR-AZIENDA, :WS-BPR-CCNL, :WS-BPR-VALORE,
                    :WS-BPR-TIPO, :WS-BPR-ORE-MINIME,
                    :WS-BPR-ESCL-TRASF, :WS-BPR-ESCL-AGILE)
               END-EXEC
           END-IF

           IF SQLCODE = 0
               DISPLAY "Regola buoni pasto registrata!"
           ELSE
               DISPLAY "Errore registrazione regola: " SQLCODE
           END-IF.

      * File d'ordine per il fornitore: una riga per dipendente con
      * tipo di buono, valore facciale e quantita' del mese
       GENERA-ORDINE-BUONI-PASTO.
           MOVE SPACES TO WS-NOME-FILE-BUONI
           STRING "BUONIPASTO-" DELIMITED BY SIZE
                  WS-AZIENDA-FILTRO DELIMITED BY SPACE
                  "-" WS-ANNO WS-MESE ".TXT" DELIMITED BY SIZE
                  INTO WS-NOME-FILE-BUONI

           MOVE ZERO TO WS-CONTA-BUONI
           MOVE ZERO TO WS-BPA-TOT-NUMERO
           MOVE ZERO TO WS-BPA-TOT-VALORE

           OPEN OUTPUT BUONI-FILE

           MOVE SPACES TO BUONI-RECORD
           STRING "ORDINE BUONI PASTO - AZIENDA "
                  WS-AZIENDA-FILTRO " - PERIODO "
                  WS-MESE "/" WS-ANNO
                  DELIMITED BY SIZE INTO BUONI-RECORD
           WRITE BUONI-RECORD
           MOVE ALL "=" TO BUONI-RECORD
           WRITE BUONI-RECORD

           EXEC SQL
               OPEN CUR-ORDINE-BUONI
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-ORDINE-BUONI
                   INTO :WS-DIP-MATRICOLA, :WS-DIP-CF,
                        :WS-DIP-COGNOME, :WS-DIP-NOME,
                        :WS-BPA-TIPO, :WS-BPA-VALORE-UNIT,
                        :WS-BPA-NUMERO
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-CONTA-BUONI
                   ADD WS-BPA-NUMERO TO WS-BPA-TOT-NUMERO
                   COMPUTE WS-BPA-VALORE =
                       WS-BPA-NUMERO * WS-BPA-VALORE-UNIT
                   ADD WS-BPA-VALORE TO WS-BPA-TOT-VALORE

                   MOVE WS-BPA-NUMERO TO WS-BPA-NUMERO-EDIT
                   MOVE WS-BPA-VALORE-UNIT TO WS-BPA-UNIT-EDIT
                   MOVE WS-BPA-VALORE TO WS-IMPORTO-EDIT
                   MOVE SPACES TO BUONI-RECORD
                   STRING WS-BPA-TIPO " " WS-DIP-MATRICOLA " "
                          WS-DIP-CF " "
                          WS-DIP-COGNOME(1:25) " "
                          WS-DIP-NOME(1:20) " "
                          WS-BPA-NUMERO-EDIT " X "
                          WS-BPA-UNIT-EDIT " EUR "
                          WS-IMPORTO-EDIT
                          DELIMITED BY SIZE INTO BUONI-RECORD
                   WRITE BUONI-RECORD
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-ORDINE-BUONI
           END-EXEC

           MOVE ALL "-" TO BUONI-RECORD
           WRITE BUONI-RECORD

           MOVE SPACES TO BUONI-RECORD
           MOVE WS-CONTA-BUONI TO WS-NUMERO-EDIT
           STRING "Dipendenti: " WS-NUMERO-EDIT
                  "   Buoni ordinati: " WS-BPA-TOT-NUMERO
                  DELIMITED BY SIZE INTO BUONI-RECORD
           WRITE BUONI-RECORD

           MOVE SPACES TO BUONI-RECORD
           MOVE WS-BPA-TOT-VALORE TO WS-IMPORTO-EDIT
           STRING "Valore facciale totale: EUR " WS-IMPORTO-EDIT
                  DELIMITED BY SIZE INTO BUONI-RECORD
           WRITE BUONI-RECORD

           CLOSE BUONI-FILE

           DISPLAY "Buoni pasto ordinati: " WS-BPA-TOT-NUMERO
                   " per " WS-CONTA-BUONI " dipendenti"
           DISPLAY "Ordine salvato in " WS-NOME-FILE-BUONI.

      ******************************************************************
      * Arretrati da rinnovo CCNL: con le righe di tabella del
      * rinnovo gia' inserite alla decorrenza, riprezza i cedolini
      * elaborati dalla decorrenza fino al periodo che precede
      * quello di pagamento per i dipendenti inquadrati nel CCNL.
      * La differenza tra la paga di tabella del rinnovo e quella
      * in vigore prima (scatti maturati nel mese del cedolino) si
      * applica in proporzione a stipendio base e straordinari
      * pagati, tredicesima e quattordicesima comprese. Il
      * dettaglio per mese resta in ARRETRATI_CCNL e nel prospetto
      * di controllo, il totale per dipendente diventa la voce
      * ARRETRATI del cedolino di pagamento (tassazione separata)
      * e la quota TFR sulle differenze si accantona con il TFR in
      * azienda. Un secondo giro salta i cedolini gia' riprezzati.
      ******************************************************************
       RICALCOLO-ARRETRATI-CCNL.
           DISPLAY " "
           DISPLAY "=== ARRETRATI DA RINNOVO CCNL ==="

           DISPLAY "Codice CCNL: " WITH NO ADVANCING
           ACCEPT WS-CCNL-CODICE

           DISPLAY "Decorrenza del rinnovo (AAAA-MM-GG): "
                   WITH NO ADVANCING
           ACCEPT WS-ARR-DECORRENZA

           DISPLAY "Anno del cedolino di pagamento (AAAA): "
                   WITH NO ADVANCING
           ACCEPT WS-ARR-ANNO-PAG

           DISPLAY "Mese del cedolino di pagamento (MM): "
                   WITH NO ADVANCING
           ACCEPT WS-ARR-MESE-PAG

           IF WS-ARR-MESE-PAG < 1 OR WS-ARR-MESE-PAG > 12
               DISPLAY "Mese non valido!"
               EXIT PARAGRAPH
           END-IF

      * Il rinnovo deve essere gia' tabellato alla decorrenza
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-CONTA-ARRETRATI
               FROM CCNL_LIVELLI
               WHERE codice_ccnl = :WS-CCNL-CODICE
               AND decorrenza = :WS-ARR-DECORRENZA
           END-EXEC

           IF WS-CONTA-ARRETRATI = 0
               DISPLAY "Nessuna riga di tabella del CCNL "
                       WS-CCNL-CODICE " con decorrenza "
                       WS-ARR-DECORRENZA "!"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ARR-DECORRENZA(1:4) TO WS-ARR-ANNO-RIF
           MOVE WS-ARR-DECORRENZA(6:2) TO WS-ARR-MESE-RIF
           COMPUTE WS-ARR-DEC-PERIODO =
               WS-ARR-ANNO-RIF * 100 + WS-ARR-MESE-RIF
           COMPUTE WS-ARR-PAG-PERIODO =
               WS-ARR-ANNO-PAG * 100 + WS-ARR-MESE-PAG

           IF WS-ARR-PAG-PERIODO NOT > WS-ARR-DEC-PERIODO
               DISPLAY "Il cedolino di pagamento deve seguire il "
                       "mese di decorrenza!"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-NOME-FILE-ARRETRATI
           STRING "ARRETRATI-" DELIMITED BY SIZE
                  WS-CCNL-CODICE DELIMITED BY SPACE
                  "-" WS-ARR-ANNO-PAG WS-ARR-MESE-PAG ".TXT"
                  DELIMITED BY SIZE
                  INTO WS-NOME-FILE-ARRETRATI

           MOVE SPACES TO WS-ARR-MATR-PREC
           MOVE ZERO TO WS-ARR-SUB-TOTALE
           MOVE ZERO TO WS-ARR-SUB-TFR
           MOVE ZERO TO WS-ARR-TOT-GENERALE
           MOVE ZERO TO WS-ARR-TOT-TFR
           MOVE ZERO TO WS-CONTA-ARRETRATI
           MOVE ZERO TO WS-CONTA-MESI-ARR

           OPEN OUTPUT ARRETRATI-FILE

           MOVE SPACES TO ARRETRATI-RECORD
           STRING "ARRETRATI RINNOVO CCNL " WS-CCNL-CODICE
                  " - DECORRENZA " WS-ARR-DECORRENZA
                  " - PAGAMENTO " WS-ARR-MESE-PAG "/"
                  WS-ARR-ANNO-PAG
                  DELIMITED BY SIZE INTO ARRETRATI-RECORD
           WRITE ARRETRATI-RECORD
           MOVE ALL "=" TO ARRETRATI-RECORD
           WRITE ARRETRATI-RECORD

           EXEC SQL
               OPEN CUR-ARRETRATI-CCNL
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-ARRETRATI-CCNL
                   INTO :WS-ARR-ID-STIPENDIO, :WS-MATRICOLA,
                        :WS-DIP-COGNOME, :WS-DIP-NOME,
                        :WS-DIP-LIVELLO, :WS-ASS-DATA-ASSUNZIONE,
                        :WS-ARR-ANNO-RIF, :WS-ARR-MESE-RIF,
                        :WS-ARR-MENSILITA, :WS-ARR-BASE,
                        :WS-ARR-STRAORD
               END-EXEC

               IF SQLCODE = 0
      * Cambio dipendente: chiude il precedente e apre il nuovo
                   IF WS-MATRICOLA NOT = WS-ARR-MATR-PREC
                       IF WS-ARR-MATR-PREC NOT = SPACES
                           PERFORM CHIUDI-ARRETRATI-DIPENDENTE
                       END-IF
                       MOVE WS-MATRICOLA TO WS-ARR-MATR-PREC
                       MOVE WS-DIP-COGNOME TO WS-ARR-COGNOME-PREC
                       MOVE WS-DIP-NOME TO WS-ARR-NOME-PREC

                       WRITE ARRETRATI-RECORD FROM SPACES
                       MOVE SPACES TO ARRETRATI-RECORD
                       STRING "MATRICOLA " WS-MATRICOLA " "
                              WS-DIP-COGNOME(1:30) " "
                              WS-DIP-NOME(1:20)
                              " LIVELLO " WS-DIP-LIVELLO
                              DELIMITED BY SIZE INTO ARRETRATI-RECORD
                       WRITE ARRETRATI-RECORD
                       MOVE SPACES TO ARRETRATI-RECORD
                       STRING "  PERIODO  MENS PAGA PREC PAGA NUOVA"
                              "    DIFF. BASE DIFF. STRAORD"
                              "     QUOTA TFR"
                              DELIMITED BY SIZE INTO ARRETRATI-RECORD
                       WRITE ARRETRATI-RECORD
                   END-IF

                   PERFORM CALCOLA-ARRETRATO-MESE
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-ARRETRATI-CCNL
           END-EXEC

           IF WS-ARR-MATR-PREC NOT = SPACES
               PERFORM CHIUDI-ARRETRATI-DIPENDENTE
           END-IF

           WRITE ARRETRATI-RECORD FROM SPACES
           MOVE ALL "-" TO ARRETRATI-RECORD
           WRITE ARRETRATI-RECORD

           MOVE SPACES TO ARRETRATI-RECORD
           MOVE WS-CONTA-ARRETRATI TO WS-NUMERO-EDIT
           MOVE WS-ARR-TOT-GENERALE TO WS-IMPORTO-EDIT
           MOVE WS-ARR-TOT-TFR TO WS-ARR-EDIT-TFR
           STRING "Dipendenti: " WS-NUMERO-EDIT
                  "   TOTALE ARRETRATI: EUR " WS-IMPORTO-EDIT
                  "   QUOTA TFR: EUR " WS-ARR-EDIT-TFR
                  DELIMITED BY SIZE INTO ARRETRATI-RECORD
           WRITE ARRETRATI-RECORD

           CLOSE ARRETRATI-FILE

           EXEC SQL
               COMMIT
           END-EXEC

           DISPLAY "Dipendenti con arretrati: " WS-CONTA-ARRETRATI
           DISPLAY "Cedolini riprezzati: " WS-CONTA-MESI-ARR
           DISPLAY "Totale arretrati: EUR " WS-IMPORTO-EDIT
           DISPLAY "Prospetto salvato in " WS-NOME-FILE-ARRETRATI.

      * Arretrato di un cedolino: paga di tabella in vigore prima
      * del rinnovo e paga del rinnovo, entrambe con gli scatti
      * maturati nel mese del cedolino
       CALCOLA-ARRETRATO-MESE.
           MOVE ZERO TO WS-ARR-PAGA-VECCHIA
           MOVE ZERO TO WS-ARR-PAGA-NUOVA

           EXEC SQL
               SELECT minimo_tabellare, contingenza,
                      valore_scatto, cadenza_scatti_mesi,
                      COALESCE(max_scatti, 99)
               INTO :WS-CCNL-MINIMO, :WS-CCNL-CONTING,
                    :WS-CCNL-VAL-SCATTO, :WS-CCNL-CADENZA,
                    :WS-CCNL-MAX-SCATTI
               FROM CCNL_LIVELLI
               WHERE codice_ccnl = :WS-CCNL-CODICE
               AND livello = :WS-DIP-LIVELLO
               AND decorrenza < :WS-ARR-DECORRENZA
               ORDER BY decorrenza DESC
               LIMIT 1
           END-EXEC

           IF SQLCODE = 0
               PERFORM CALCOLA-SCATTI-ARRETRATO
               COMPUTE WS-ARR-PAGA-VECCHIA ROUNDED =
                   WS-CCNL-MINIMO + WS-CCNL-CONTING
                   + WS-CCNL-SCATTI * WS-CCNL-VAL-SCATTO
           END-IF

           EXEC SQL
               SELECT minimo_tabellare, contingenza,
                      valore_scatto, cadenza_scatti_mesi,
                      COALESCE(max_scatti, 99)
               INTO :WS-CCNL-MINIMO, :WS-CCNL-CONTING,
                    :WS-CCNL-VAL-SCATTO, :WS-CCNL-CADENZA,
                    :WS-CCNL-MAX-SCATTI
               FROM CCNL_LIVELLI
               WHERE codice_ccnl = :WS-CCNL-CODICE
               AND livello = :WS-DIP-LIVELLO
               AND decorrenza = :WS-ARR-DECORRENZA
           END-EXEC

           IF SQLCODE = 0
               PERFORM CALCOLA-SCATTI-ARRETRATO
               COMPUTE WS-ARR-PAGA-NUOVA ROUNDED =
                   WS-CCNL-MINIMO + WS-CCNL-CONTING
                   + WS-CCNL-SCATTI * WS-CCNL-VAL-SCATTO
           END-IF

           IF WS-ARR-PAGA-VECCHIA = 0 OR WS-ARR-PAGA-NUOVA = 0
               DISPLAY WS-MATRICOLA ": livello " WS-DIP-LIVELLO
                       " non tabellato prima e dopo il rinnovo, "
                       "periodo " WS-ARR-MESE-RIF "/" WS-ARR-ANNO-RIF
                       " escluso!"
               MOVE ZERO TO SQLCODE
               EXIT PARAGRAPH
           END-IF

      * Differenze in proporzione a quanto pagato nel mese (rateo,
      * part-time e maggiorazioni restano quelli del cedolino)
           COMPUTE WS-ARR-DIFF-BASE ROUNDED =
               WS-ARR-BASE
               * (WS-ARR-PAGA-NUOVA - WS-ARR-PAGA-VECCHIA)
               / WS-ARR-PAGA-VECCHIA
           COMPUTE WS-ARR-DIFF-STRAORD ROUNDED =
               WS-ARR-STRAORD
               * (WS-ARR-PAGA-NUOVA - WS-ARR-PAGA-VECCHIA)
               / WS-ARR-PAGA-VECCHIA
           COMPUTE WS-ARR-DIFF-RIGA =
               WS-ARR-DIFF-BASE + WS-ARR-DIFF-STRAORD
           COMPUTE WS-ARR-DIFF-TFR ROUNDED =
               WS-ARR-DIFF-RIGA / 13.5

           EXEC SQL
               INSERT INTO ARRETRATI_CCNL
               (codice_ccnl, decorrenza, id_stipendio, matricola,
                anno, mese, mensilita, paga_precedente,
                paga_rinnovo, differenza_base,
                differenza_straord, quota_tfr,
                anno_pagamento, mese_pagamento)
               VALUES
               (:WS-CCNL-CODICE, :WS-ARR-DECORRENZA,
                :WS-ARR-ID-STIPENDIO, :WS-MATRICOLA,
                :WS-ARR-ANNO-RIF, :WS-ARR-MESE-RIF,
                :WS-ARR-MENSILITA, :WS-ARR-PAGA-VECCHIA,
                :WS-ARR-PAGA-NUOVA, :WS-ARR-DIFF-BASE,
                :WS-ARR-DIFF-STRAORD, :WS-ARR-DIFF-TFR,
                :WS-ARR-ANNO-PAG, :WS-ARR-MESE-PAG)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY WS-MATRICOLA ": errore registrazione "
                       "arretrato " WS-ARR-MESE-RIF "/"
                       WS-ARR-ANNO-RIF ": " SQLCODE
               MOVE ZERO TO SQLCODE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CONTA-MESI-ARR
           ADD WS-ARR-DIFF-RIGA TO WS-ARR-SUB-TOTALE
           ADD WS-ARR-DIFF-TFR TO WS-ARR-SUB-TFR

           MOVE WS-ARR-PAGA-VECCHIA TO WS-ARR-EDIT-VECCHIA
           MOVE WS-ARR-PAGA-NUOVA TO WS-ARR-EDIT-NUOVA
           MOVE WS-ARR-DIFF-BASE TO WS-ARR-EDIT-BASE
           MOVE WS-ARR-DIFF-STRAORD TO WS-ARR-EDIT-STRAORD
           MOVE WS-ARR-DIFF-TFR TO WS-ARR-EDIT-TFR
           MOVE SPACES TO ARRETRATI-RECORD
           IF WS-ARR-MENSILITA = 0
               STRING "  " WS-ARR-MESE-RIF "/" WS-ARR-ANNO-RIF
                      "  ORD  "
                      DELIMITED BY SIZE INTO ARRETRATI-RECORD
           ELSE
               STRING "  " WS-ARR-MESE-RIF "/" WS-ARR-ANNO-RIF
                      "  " WS-ARR-MENSILITA "a  "
                      DELIMITED BY SIZE INTO ARRETRATI-RECORD
           END-IF
           MOVE WS-ARR-EDIT-VECCHIA TO ARRETRATI-RECORD(17:9)
           MOVE WS-ARR-EDIT-NUOVA TO ARRETRATI-RECORD(28:9)
           MOVE WS-ARR-EDIT-BASE TO ARRETRATI-RECORD(38:13)
           MOVE WS-ARR-EDIT-STRAORD TO ARRETRATI-RECORD(52:13)
           MOVE WS-ARR-EDIT-TFR TO ARRETRATI-RECORD(66:13)
           WRITE ARRETRATI-RECORD

           MOVE ZERO TO SQLCODE.

      * Scatti di anzianita' maturati nel mese del cedolino da
      * riprezzare, alla cadenza e col tetto della riga di tabella
       CALCOLA-SCATTI-ARRETRATO.
           IF WS-ASS-DATA-ASSUNZIONE = SPACES
               MOVE ZERO TO WS-CCNL-MESI-ANZ
           ELSE
               MOVE FUNCTION
                   NUMVAL(WS-ASS-DATA-ASSUNZIONE(1:4))
                   TO WS-CCNL-ASS-ANNO
               MOVE FUNCTION
                   NUMVAL(WS-ASS-DATA-ASSUNZIONE(6:2))
                   TO WS-CCNL-ASS-MESE
               COMPUTE WS-CCNL-MESI-ANZ =
                   (WS-ARR-ANNO-RIF - WS-CCNL-ASS-ANNO) * 12
                   + WS-ARR-MESE-RIF - WS-CCNL-ASS-MESE
           END-IF

           IF WS-CCNL-MESI-ANZ < 0
               MOVE ZERO TO WS-CCNL-MESI-ANZ
           END-IF

           IF WS-CCNL-CADENZA > 0
               DIVIDE WS-CCNL-MESI-ANZ BY WS-CCNL-CADENZA
                   GIVING WS-CCNL-SCATTI
           ELSE
               MOVE ZERO TO WS-CCNL-SCATTI
           END-IF

           IF WS-CCNL-SCATTI > WS-CCNL-MAX-SCATTI
               MOVE WS-CCNL-MAX-SCATTI TO WS-CCNL-SCATTI
           END-IF.

      * Chiusura del dipendente: totale sul prospetto, voce
      * ARRETRATI sul cedolino di pagamento (sommata a un'eventuale
      * voce gia' presente per un altro rinnovo) e quota TFR sulle
      * differenze accantonata con il TFR in azienda
       CHIUDI-ARRETRATI-DIPENDENTE.
           MOVE WS-ARR-SUB-TOTALE TO WS-IMPORTO-EDIT
           MOVE WS-ARR-SUB-TFR TO WS-ARR-EDIT-TFR
           MOVE SPACES TO ARRETRATI-RECORD
           STRING "  TOTALE " WS-ARR-MATR-PREC
                  "   ARRETRATI EUR " WS-IMPORTO-EDIT
                  "   QUOTA TFR EUR " WS-ARR-EDIT-TFR
                  DELIMITED BY SIZE INTO ARRETRATI-RECORD
           WRITE ARRETRATI-RECORD

           IF WS-ARR-SUB-TOTALE > 0
               ADD 1 TO WS-CONTA-ARRETRATI
               ADD WS-ARR-SUB-TOTALE TO WS-ARR-TOT-GENERALE
               MOVE WS-ARR-SUB-TOTALE TO WS-VOCE-IMPORTO
               MOVE SPACES TO WS-VOCE-DESCRIZIONE
               STRING "Arretrati rinnovo CCNL " WS-CCNL-CODICE
                      DELIMITED BY SIZE INTO WS-VOCE-DESCRIZIONE

               EXEC SQL
                   UPDATE VOCI_RETRIBUTIVE
                   SET importo = importo + :WS-VOCE-IMPORTO
                   WHERE matricola = :WS-ARR-MATR-PREC
                   AND anno = :WS-ARR-ANNO-PAG
                   AND mese = :WS-ARR-MESE-PAG
                   AND tipo_voce = 'ARRETRATI'
               END-EXEC

               IF SQLCODE = 100
                   EXEC SQL
                       INSERT INTO VOCI_RETRIBUTIVE
                       (matricola, anno, mese, tipo_voce,
                        descrizione, importo)
                       VALUES
                       (:WS-ARR-MATR-PREC, :WS-ARR-ANNO-PAG,
                        :WS-ARR-MESE-PAG, 'ARRETRATI',
                        :WS-VOCE-DESCRIZIONE, :WS-VOCE-IMPORTO)
                   END-EXEC
               END-IF

               IF SQLCODE NOT = 0
                   DISPLAY WS-ARR-MATR-PREC ": errore registrazione "
                           "voce arretrati: " SQLCODE
               END-IF
           ELSE
               DISPLAY WS-ARR-MATR-PREC ": differenze non positive, "
                       "nessun arretrato da pagare."
           END-IF

      * TFR sulle differenze: con destinazione al fondo o alla
      * Tesoreria la quota resta sul prospetto per il versamento
           EXEC SQL
               SELECT COALESCE(destinazione_tfr, 'A')
               INTO :WS-PRV-DESTINAZIONE
               FROM DIPENDENTI
               WHERE matricola = :WS-ARR-MATR-PREC
           END-EXEC

           IF SQLCODE = 0 AND WS-PRV-DESTINAZIONE = 'A'
               AND WS-ARR-SUB-TFR > 0
               ADD WS-ARR-SUB-TFR TO WS-ARR-TOT-TFR
               EXEC SQL
                   UPDATE TFR
                   SET quantita_accumulata =
                           quantita_accumulata + :WS-ARR-SUB-TFR,
                       ultima_elaborazione = CURRENT_DATE
                   WHERE matricola = :WS-ARR-MATR-PREC
               END-EXEC

               IF SQLCODE = 100
                   EXEC SQL
                       INSERT INTO TFR
                       (matricola, quantita_accumulata,
                        ultima_elaborazione, ultimo_anno_elab,
                        ultimo_mese_elab)
                       VALUES
                       (:WS-ARR-MATR-PREC, :WS-ARR-SUB-TFR,
                        CURRENT_DATE, 0, 0)
                   END-EXEC
               END-IF
           END-IF

           MOVE ZERO TO WS-ARR-SUB-TOTALE
           MOVE ZERO TO WS-ARR-SUB-TFR
           MOVE ZERO TO SQLCODE.

      ******************************************************************
      * Assistenza fiscale 730: import degli esiti 730-4 e
      * situazione delle posizioni per anno d'imposta. Rimborsi e
      * trattenute si applicano da soli con l'elaborazione mensile.
      ******************************************************************
       GESTIONE-ASSISTENZA-730.
           DISPLAY " "
           DISPLAY "=== ASSISTENZA FISCALE 730 ==="
           DISPLAY " "
           DISPLAY "1. Import esiti 730-4 (ESITI-730.DAT)"
           DISPLAY "2. Report posizioni 730 per anno d'imposta"
           DISPLAY " "
           DISPLAY "Scelta: " WITH NO ADVANCING
           ACCEPT WS-SCELTA

           EVALUATE WS-SCELTA
               WHEN 1
                   PERFORM CONTROLLA-RUOLO-CAPO
                   IF WS-ESITO = "OK"
                       PERFORM IMPORTA-ESITI-730
                   END-IF
               WHEN 2
                   PERFORM REPORT-POSIZIONI-730
               WHEN OTHER
                   DISPLAY "Scelta non valida!"
           END-EVALUATE.

      ******************************************************************
      * Import degli esiti 730-4: una riga per dipendente (codice
      * fiscale) con anno d'imposta, saldo e primo acconto IRPEF,
      * secondo acconto IRPEF, addizionale regionale, comunale e
      * acconto comunale (negativi = credito) e numero di rate
      * richieste (da 1 a 5). Le righe non valide finiscono nel
      * file scarti con il motivo.
      ******************************************************************
       IMPORTA-ESITI-730.
           DISPLAY " "
           DISPLAY "=== IMPORT ESITI 730-4 ==="

           MOVE 'N' TO WS-730-EOF
           MOVE ZERO TO WS-CONTA-730-LETTI
           MOVE ZERO TO WS-CONTA-730-CARICATI
           MOVE ZERO TO WS-CONTA-730-SCARTATI

           OPEN INPUT ESITI730-FILE

           IF WS-730-FILE-STATUS NOT = "00"
               DISPLAY "File ESITI-730.DAT non trovato o non "
                       "leggibile (stato " WS-730-FILE-STATUS ")"
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT SCARTI730-FILE

           WRITE SCARTI730-RECORD FROM
               "RIGHE SCARTATE DALL'IMPORT ESITI 730-4"
           MOVE ALL "-" TO SCARTI730-RECORD
           WRITE SCARTI730-RECORD

           PERFORM UNTIL WS-730-EOF = 'Y'
               READ ESITI730-FILE
                   AT END
                       MOVE 'Y' TO WS-730-EOF
                   NOT AT END
                       ADD 1 TO WS-CONTA-730-LETTI
                       PERFORM ELABORA-RIGA-730
               END-READ
           END-PERFORM

           CLOSE ESITI730-FILE

           MOVE ALL "-" TO SCARTI730-RECORD
           WRITE SCARTI730-RECORD
           MOVE SPACES TO SCARTI730-RECORD
           MOVE WS-CONTA-730-SCARTATI TO WS-NUMERO-EDIT
           STRING "Righe scartate: " WS-NUMERO-EDIT
                  DELIMITED BY SIZE INTO SCARTI730-RECORD
           WRITE SCARTI730-RECORD
           CLOSE SCARTI730-FILE

           DISPLAY " "
           DISPLAY "Righe lette:     " WS-CONTA-730-LETTI
           DISPLAY "Righe caricate:  " WS-CONTA-730-CARICATI
           DISPLAY "Righe scartate:  " WS-CONTA-730-SCARTATI
           DISPLAY "Scarti salvati in ESITI-730-SCARTI.TXT".

      * Valida e registra la posizione 730 del dipendente
       ELABORA-RIGA-730.
           MOVE SPACES TO WS-730-MOTIVO
           INITIALIZE WS-730-DATI

           EXEC SQL
               SELECT matricola, stato
               INTO :WS-DIP-MATRICOLA, :WS-DIP-STATO
               FROM DIPENDENTI
               WHERE codice_fiscale = :E730-CODICE-FISCALE
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE "CODICE FISCALE NON IN ANAGRAFICA"
                       TO WS-730-MOTIVO
               WHEN SQLCODE NOT = 0
                   MOVE "ERRORE LETTURA ANAGRAFICA" TO WS-730-MOTIVO
               WHEN WS-DIP-STATO NOT = 'A'
                   MOVE "DIPENDENTE NON ATTIVO" TO WS-730-MOTIVO
           END-EVALUATE

           IF WS-730-MOTIVO = SPACES
               MOVE FUNCTION NUMVAL(E730-ANNO-IMPOSTA)
                   TO WS-730-ANNO-IMPOSTA
               IF WS-730-ANNO-IMPOSTA < 2000
                   MOVE "ANNO D'IMPOSTA NON VALIDO" TO WS-730-MOTIVO
               END-IF
           END-IF

           IF WS-730-MOTIVO = SPACES
               MOVE FUNCTION NUMVAL(E730-NUM-RATE)
                   TO WS-730-NUM-RATE
               IF WS-730-NUM-RATE = 0
                   MOVE 1 TO WS-730-NUM-RATE
               END-IF
               IF WS-730-NUM-RATE > 5
                   MOVE "NUMERO RATE NON VALIDO (1-5)"
                       TO WS-730-MOTIVO
               END-IF
           END-IF

           IF WS-730-MOTIVO = SPACES
      * Saldo, primo acconto e addizionali: il debito e'
      * rateizzabile, il credito si rimborsa
               MOVE FUNCTION NUMVAL(E730-IRPEF-SALDO)
                   TO WS-730-IMPORTO
               PERFORM SOMMA-IMPORTO-730
               MOVE FUNCTION NUMVAL(E730-IRPEF-ACC1)
                   TO WS-730-IMPORTO
               PERFORM SOMMA-IMPORTO-730
               MOVE FUNCTION NUMVAL(E730-ADD-REG)
                   TO WS-730-IMPORTO
               PERFORM SOMMA-IMPORTO-730
               MOVE FUNCTION NUMVAL(E730-ADD-COM)
                   TO WS-730-IMPORTO
               PERFORM SOMMA-IMPORTO-730
               MOVE FUNCTION NUMVAL(E730-ADD-COM-ACC)
                   TO WS-730-IMPORTO
               PERFORM SOMMA-IMPORTO-730

      * Secondo acconto IRPEF: solo a debito, a novembre
               MOVE FUNCTION NUMVAL(E730-IRPEF-ACC2)
                   TO WS-730-IMPORTO
               IF WS-730-IMPORTO > 0
                   MOVE WS-730-IMPORTO TO WS-730-ACC2
               END-IF

               EXEC SQL
                   INSERT INTO ASSISTENZA_730
                   (matricola, anno_imposta, codice_fiscale,
                    credito, debito, acconto2, num_rate,
                    residuo_credito, residuo_debito, residuo_acc2,
                    rate_residue, importo_differito, stato,
                    data_import)
                   VALUES
                   (:WS-DIP-MATRICOLA, :WS-730-ANNO-IMPOSTA,
                    :E730-CODICE-FISCALE,
                    :WS-730-CREDITO, :WS-730-DEBITO,
                    :WS-730-ACC2, :WS-730-NUM-RATE,
                    :WS-730-CREDITO, :WS-730-DEBITO,
                    :WS-730-ACC2, :WS-730-NUM-RATE, 0, 'A',
                    CURRENT_DATE)
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       ADD 1 TO WS-CONTA-730-CARICATI
                   WHEN -803
                       MOVE "ESITO GIA' IMPORTATO PER L'ANNO"
                           TO WS-730-MOTIVO
                   WHEN OTHER
                       MOVE "ERRORE INSERIMENTO" TO WS-730-MOTIVO
               END-EVALUATE
           END-IF

           IF WS-730-MOTIVO NOT = SPACES
               ADD 1 TO WS-CONTA-730-SCARTATI
               MOVE SPACES TO SCARTI730-RECORD
               STRING E730-CODICE-FISCALE " " E730-ANNO-IMPOSTA
                      "  " WS-730-MOTIVO
                      DELIMITED BY SIZE INTO SCARTI730-RECORD
               WRITE SCARTI730-RECORD
           END-IF.

      * Importo del 730-4: negativo a credito, positivo a debito
       SOMMA-IMPORTO-730.
           IF WS-730-IMPORTO < 0
               SUBTRACT WS-730-IMPORTO FROM WS-730-CREDITO
           ELSE
               ADD WS-730-IMPORTO TO WS-730-DEBITO
           END-IF.

      ******************************************************************
      * Situazione delle posizioni 730 dell'anno d'imposta per
      * azienda: esito importato, rimborsato, trattenuto con gli
      * interessi e residuo da trattenere, fino alla chiusura.
      ******************************************************************
       REPORT-POSIZIONI-730.
           DISPLAY " "
           DISPLAY "=== POSIZIONI ASSISTENZA FISCALE 730 ==="

           DISPLAY "Codice azienda: " WITH NO ADVANCING
           ACCEPT WS-AZIENDA-FILTRO

           DISPLAY "Anno d'imposta (AAAA): " WITH NO ADVANCING
           ACCEPT WS-730-ANNO-IMPOSTA

           MOVE SPACES TO WS-NOME-FILE-POS730
           STRING "POSIZIONI730-" DELIMITED BY SIZE
                  WS-AZIENDA-FILTRO DELIMITED BY SPACE
                  "-" WS-730-ANNO-IMPOSTA ".TXT" DELIMITED BY SIZE
                  INTO WS-NOME-FILE-POS730

           MOVE ZERO TO WS-CONTA-POS730
           MOVE ZERO TO WS-CONTA-730-APERTE
           MOVE ZERO TO WS-730-TOT-RESIDUO

           OPEN OUTPUT POSIZIONI730-FILE

           MOVE SPACES TO POSIZIONI730-RECORD
           STRING "POSIZIONI 730 - AZIENDA " WS-AZIENDA-FILTRO
                  " - ANNO D'IMPOSTA " WS-730-ANNO-IMPOSTA
                  DELIMITED BY SIZE INTO POSIZIONI730-RECORD
           WRITE POSIZIONI730-RECORD
           MOVE ALL "=" TO POSIZIONI730-RECORD
           WRITE POSIZIONI730-RECORD

           MOVE SPACES TO POSIZIONI730-RECORD
           STRING "  MATR.  DIPENDENTE              CREDITO"
                  "     DEBITO      ACC.2 RIMBORSATO"
                  " TRATTENUTO INTERESSI    RESIDUO STATO"
                  DELIMITED BY SIZE INTO POSIZIONI730-RECORD
           WRITE POSIZIONI730-RECORD
           MOVE ALL "-" TO POSIZIONI730-RECORD
           WRITE POSIZIONI730-RECORD

           EXEC SQL
               OPEN CUR-POSIZIONI-730
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-POSIZIONI-730
                   INTO :WS-DIP-MATRICOLA, :WS-DIP-COGNOME,
                        :WS-730-CREDITO, :WS-730-DEBITO,
                        :WS-730-ACC2, :WS-730-RIMBORSATO,
                        :WS-730-TRATTENUTO, :WS-730-INTERESSI,
                        :WS-730-TOTALE, :WS-730-STATO
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-CONTA-POS730
                   ADD WS-730-TOTALE TO WS-730-TOT-RESIDUO
                   MOVE WS-730-CREDITO TO WS-730-EDIT-CRED
                   MOVE WS-730-DEBITO TO WS-730-EDIT-DEB
                   MOVE WS-730-ACC2 TO WS-730-EDIT-ACC2
                   MOVE WS-730-RIMBORSATO TO WS-730-EDIT-RIMB
                   MOVE WS-730-TRATTENUTO TO WS-730-EDIT-TRAT
                   MOVE WS-730-INTERESSI TO WS-730-EDIT-INT
                   MOVE WS-730-TOTALE TO WS-730-EDIT-RES
                   MOVE SPACES TO POSIZIONI730-RECORD
                   STRING "  " WS-DIP-MATRICOLA " "
                          WS-DIP-COGNOME(1:20) " "
                          WS-730-EDIT-CRED " " WS-730-EDIT-DEB " "
                          WS-730-EDIT-ACC2 " " WS-730-EDIT-RIMB " "
                          WS-730-EDIT-TRAT " " WS-730-EDIT-INT " "
                          WS-730-EDIT-RES
                          DELIMITED BY SIZE INTO POSIZIONI730-RECORD
                   IF WS-730-STATO = 'C'
                       MOVE "CHIUSA" TO POSIZIONI730-RECORD(107:6)
                   ELSE
                       ADD 1 TO WS-CONTA-730-APERTE
                       MOVE "APERTA" TO POSIZIONI730-RECORD(107:6)
                   END-IF
                   WRITE POSIZIONI730-RECORD
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-POSIZIONI-730
           END-EXEC

           MOVE ALL "-" TO POSIZIONI730-RECORD
           WRITE POSIZIONI730-RECORD

           MOVE SPACES TO POSIZIONI730-RECORD
           MOVE WS-730-TOT-RESIDUO TO WS-IMPORTO-EDIT
           STRING "Posizioni: " WS-CONTA-POS730
                  "   aperte: " WS-CONTA-730-APERTE
                  "   residuo da trattenere: EUR " WS-IMPORTO-EDIT
                  DELIMITED BY SIZE INTO POSIZIONI730-RECORD
           WRITE POSIZIONI730-RECORD

           CLOSE POSIZIONI730-FILE

           DISPLAY "Posizioni: " WS-CONTA-POS730
                   "   aperte: " WS-CONTA-730-APERTE
           DISPLAY "Residuo da trattenere: EUR " WS-IMPORTO-EDIT
           DISPLAY "Report salvato in " WS-NOME-FILE-POS730.

      ******************************************************************
      * Scadenzario dei contratti: proroghe dei contratti a termine
      * entro i limiti di legge, trasformazione a tempo
      * indeterminato o dell'apprendistato in rapporto qualificato,
      * e prospetto dei contratti in scadenza a 30 e 60 giorni
      * (generato anche a ogni elaborazione mensile).
      ******************************************************************
       GESTIONE-SCADENZARIO-CONTRATTI.
           DISPLAY " "
           DISPLAY "=== SCADENZARIO CONTRATTI ==="
           DISPLAY " "
           DISPLAY "1. Proroga contratto a termine"
           DISPLAY "2. Trasformazione contratto"
           DISPLAY "3. Contratti in scadenza a 30/60 giorni"
           DISPLAY " "
           DISPLAY "Scelta: " WITH NO ADVANCING
           ACCEPT WS-SCELTA

           EVALUATE WS-SCELTA
               WHEN 1
                   PERFORM CONTROLLA-RUOLO-CAPO
                   IF WS-ESITO = "OK"
                       PERFORM PROROGA-CONTRATTO
                   END-IF
               WHEN 2
                   PERFORM CONTROLLA-RUOLO-CAPO
                   IF WS-ESITO = "OK"
                       PERFORM TRASFORMAZIONE-CONTRATTO
                   END-IF
               WHEN 3
                   DISPLAY "Codice azienda: " WITH NO ADVANCING
                   ACCEPT WS-AZIENDA-FILTRO
                   DISPLAY "Anno (AAAA): " WITH NO ADVANCING
                   ACCEPT WS-ANNO
                   DISPLAY "Mese (MM): " WITH NO ADVANCING
                   ACCEPT WS-MESE
                   PERFORM REPORT-SCADENZE-CONTRATTI
               WHEN OTHER
                   DISPLAY "Scelta non valida!"
           END-EVALUATE.

      * Proroga del contratto a termine: entro il numero massimo di
      * proroghe e la durata complessiva dall'assunzione; ogni
      * proroga resta nello storico PROROGHE_CONTRATTO
       PROROGA-CONTRATTO.
           DISPLAY " "
           DISPLAY "Matricola: " WITH NO ADVANCING
           ACCEPT WS-MATRICOLA

           PERFORM CARICA-DIPENDENTE
           IF WS-ESITO NOT = "OK"
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               SELECT COALESCE(tipo_contratto, 'I'),
                      COALESCE(CAST(data_assunzione AS CHAR(10)),
                               ' '),
                      COALESCE(CAST(data_fine_contratto
                                    AS CHAR(10)), ' '),
                      COALESCE(numero_proroghe, 0)
               INTO :WS-CTR-TIPO, :WS-ASS-DATA-ASSUNZIONE,
                    :WS-CTR-DATA-FINE, :WS-CTR-PROROGHE
               FROM DIPENDENTI
               WHERE matricola = :WS-MATRICOLA
           END-EXEC

           IF WS-CTR-TIPO NOT = 'D'
               DISPLAY "Il dipendente non ha un contratto a termine!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Dipendente: " WS-DIP-NOME " " WS-DIP-COGNOME
           DISPLAY "Assunto il " WS-ASS-DATA-ASSUNZIONE
                   " - scadenza " WS-CTR-DATA-FINE
                   " - proroghe " WS-CTR-PROROGHE "/"
                   WS-CTR-MAX-PROROGHE

           IF WS-CTR-PROROGHE NOT < WS-CTR-MAX-PROROGHE
               DISPLAY "Numero massimo di proroghe già raggiunto!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Nuova data fine contratto (AAAA-MM-GG): "
                   WITH NO ADVANCING
           ACCEPT WS-CTR-NUOVA-FINE

           IF WS-CTR-NUOVA-FINE NOT > WS-CTR-DATA-FINE
               DISPLAY "La nuova scadenza deve seguire quella "
                       "attuale!"
               EXIT PARAGRAPH
           END-IF

           PERFORM VERIFICA-DURATA-TERMINE
           IF WS-CTR-ENTRO-LIMITE NOT = 'S'
               DISPLAY "Durata complessiva oltre i "
                       WS-CTR-MAX-MESI-TD " mesi dall'assunzione!"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CTR-PROROGHE

           MOVE "DIPENDENTI" TO WS-AUD-TABELLA
           MOVE WS-MATRICOLA TO WS-AUD-CHIAVE
           PERFORM AUDIT-PRIMA

           EXEC SQL
               BEGIN TRANSACTION
           END-EXEC

           EXEC SQL
               UPDATE DIPENDENTI
               SET data_fine_contratto = :WS-CTR-NUOVA-FINE,
                   numero_proroghe = :WS-CTR-PROROGHE
               WHERE matricola = :WS-MATRICOLA
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   INSERT INTO PROROGHE_CONTRATTO
                   (matricola, numero_proroga, data_fine_precedente,
                    data_fine_nuova, data_registrazione)
                   VALUES
                   (:WS-MATRICOLA, :WS-CTR-PROROGHE,
                    NULLIF(:WS-CTR-DATA-FINE, SPACES),
                    :WS-CTR-NUOVA-FINE, CURRENT_DATE)
               END-EXEC
           END-IF

           IF SQLCODE = 0
               PERFORM AUDIT-DOPO
               EXEC SQL
                   COMMIT
               END-EXEC
               DISPLAY "Proroga " WS-CTR-PROROGHE
                       " registrata: contratto fino al "
                       WS-CTR-NUOVA-FINE
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               DISPLAY "Errore registrazione proroga: " SQLCODE
           END-IF.

      * Prospetto delle scadenze per azienda: contratti a termine e
      * fine apprendistato entro 30 e 60 giorni da oggi, con quelli
      * gia' scaduti per dipendenti ancora in forza in evidenza
       REPORT-SCADENZE-CONTRATTI.
           MOVE SPACES TO WS-NOME-FILE-SCADENZE
           STRING "SCADENZE-" DELIMITED BY SIZE
                  WS-AZIENDA-FILTRO DELIMITED BY SPACE
                  "-" WS-ANNO WS-MESE ".TXT" DELIMITED BY SIZE
                  INTO WS-NOME-FILE-SCADENZE

           MOVE ZERO TO WS-CONTA-SCADENZE
           MOVE ZERO TO WS-CONTA-SCADUTI
           MOVE ZERO TO WS-CONTA-SCAD-30
           MOVE ZERO TO WS-CONTA-SCAD-60

           OPEN OUTPUT SCADENZE-FILE

           MOVE SPACES TO SCADENZE-RECORD
           STRING "SCADENZARIO CONTRATTI - AZIENDA "
                  WS-AZIENDA-FILTRO " - PERIODO "
                  WS-MESE "/" WS-ANNO " - AL "
                  FUNCTION CURRENT-DATE(1:4) "-"
                  FUNCTION CURRENT-DATE(5:2) "-"
                  FUNCTION CURRENT-DATE(7:2)
                  DELIMITED BY SIZE INTO SCADENZE-RECORD
           WRITE SCADENZE-RECORD
           MOVE ALL "=" TO SCADENZE-RECORD
           WRITE SCADENZE-RECORD

           EXEC SQL
               OPEN CUR-SCADENZE-CONTRATTI
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-SCADENZE-CONTRATTI
                   INTO :WS-DIP-MATRICOLA, :WS-DIP-COGNOME,
                        :WS-DIP-NOME, :WS-CTR-TIPO,
                        :WS-CTR-DATA-FINE, :WS-CTR-GIORNI,
                        :WS-CTR-PROROGHE, :WS-DIP-LIVELLO,
                        :WS-CTR-LIVELLO-QUAL
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-CONTA-SCADENZE
                   EVALUATE TRUE
                       WHEN WS-CTR-GIORNI < 0
                           MOVE "SCADUTO" TO WS-CTR-FASCIA
                           ADD 1 TO WS-CONTA-SCADUTI
                       WHEN WS-CTR-GIORNI NOT > WS-CTR-SOGLIA-1
                           MOVE "ENTRO 30" TO WS-CTR-FASCIA
                           ADD 1 TO WS-CONTA-SCAD-30
                       WHEN OTHER
                           MOVE "ENTRO 60" TO WS-CTR-FASCIA
                           ADD 1 TO WS-CONTA-SCAD-60
                   END-EVALUATE

                   MOVE SPACES TO WS-CTR-DETTAGLIO
                   IF WS-CTR-TIPO = 'D'
                       MOVE "TERMINE" TO WS-CTR-DESCRIZIONE
                       STRING "proroghe " WS-CTR-PROROGHE "/"
                              WS-CTR-MAX-PROROGHE
                              DELIMITED BY SIZE
                              INTO WS-CTR-DETTAGLIO
                   ELSE
                       MOVE "APPRENDISTA" TO WS-CTR-DESCRIZIONE
                       STRING "livello " WS-DIP-LIVELLO
                              " -> " WS-CTR-LIVELLO-QUAL
                              DELIMITED BY SIZE
                              INTO WS-CTR-DETTAGLIO
                   END-IF

                   MOVE WS-CTR-GIORNI TO WS-CTR-GIORNI-EDIT
                   MOVE SPACES TO SCADENZE-RECORD
                   STRING WS-CTR-FASCIA " " WS-DIP-MATRICOLA " "
                          WS-DIP-COGNOME(1:25) " "
                          WS-DIP-NOME(1:20) " "
                          WS-CTR-DESCRIZIONE " "
                          WS-CTR-DATA-FINE " gg "
                          WS-CTR-GIORNI-EDIT " "
                          WS-CTR-DETTAGLIO
                          DELIMITED BY SIZE INTO SCADENZE-RECORD
                   WRITE SCADENZE-RECORD
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-SCADENZE-CONTRATTI
           END-EXEC

           MOVE ALL "-" TO SCADENZE-RECORD
           WRITE SCADENZE-RECORD

           MOVE SPACES TO SCADENZE-RECORD
           STRING "Scaduti: " WS-CONTA-SCADUTI
                  "   Entro 30 giorni: " WS-CONTA-SCAD-30
                  "   Entro 60 giorni: " WS-CONTA-SCAD-60
                  DELIMITED BY SIZE INTO SCADENZE-RECORD
           WRITE SCADENZE-RECORD

           CLOSE SCADENZE-FILE

           DISPLAY "Contratti in scadenza: " WS-CONTA-SCADENZE
                   " (scaduti " WS-CONTA-SCADUTI ")"
           DISPLAY "Scadenzario salvato in " WS-NOME-FILE-SCADENZE.

      ******************************************************************
      * Trattenute sindacali: anagrafica dei sindacati con l'IBAN
      * per i versamenti, quote per sigla e CCNL, iscrizioni e
      * revoche dei dipendenti (la quota si trattiene da sola con
      * l'elaborazione mensile), e lista mensile per sindacato con
      * iscritti, base di calcolo, quota trattenuta e disposizione
      * di bonifico del totale a ciascuna organizzazione.
      ******************************************************************
       GESTIONE-TRATTENUTE-SINDACALI.
           DISPLAY " "
           DISPLAY "=== TRATTENUTE SINDACALI ==="
           DISPLAY " "
           DISPLAY "1. Anagrafica sindacati"
           DISPLAY "2. Quota sindacale per CCNL"
           DISPLAY "3. Iscrizione dipendente"
           DISPLAY "4. Revoca iscrizione"
           DISPLAY "5. Lista mensile per sindacato"
           DISPLAY " "
           DISPLAY "Scelta: " WITH NO ADVANCING
           ACCEPT WS-SCELTA

           EVALUATE WS-SCELTA
               WHEN 1
                   PERFORM CONTROLLA-RUOLO-CAPO
                   IF WS-ESITO = "OK"
                       PERFORM INSERISCI-SINDACATO
                   END-IF
               WHEN 2
                   PERFORM CONTROLLA-RUOLO-CAPO
                   IF WS-ESITO = "OK"
                       PERFORM INSERISCI-QUOTA-SINDACALE
                   END-IF
               WHEN 3
                   PERFORM CONTROLLA-RUOLO-CAPO
                   IF WS-ESITO = "OK"
                       PERFORM ISCRIZIONE-SINDACALE
                   END-IF
               WHEN 4
                   PERFORM CONTROLLA-RUOLO-CAPO
                   IF WS-ESITO = "OK"
                       PERFORM REVOCA-ISCRIZIONE-SINDACALE
                   END-IF
               WHEN 5
                   PERFORM LISTA-SINDACATI-MESE
               WHEN OTHER
                   DISPLAY "Scelta non valida!"
           END-EVALUATE.

       INSERISCI-SINDACATO.
           DISPLAY " "
           DISPLAY "Sigla sindacato: " WITH NO ADVANCING
           ACCEPT WS-SIN-SIGLA

           DISPLAY "Denominazione: " WITH NO ADVANCING
           ACCEPT WS-SIN-DENOMINAZIONE

           DISPLAY "IBAN per i versamenti: " WITH NO ADVANCING
           ACCEPT WS-SIN-IBAN

           MOVE "IBAN" TO WS-VAL-TIPO
           MOVE WS-SIN-IBAN TO WS-VAL-VALORE
           CALL "VALIDA-CODICI" USING WS-VAL-PARAMETRI
           IF WS-VAL-ESITO NOT = "OK"
               DISPLAY "IBAN non valido: " WS-VAL-MOTIVO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-VAL-NORMALIZZATO TO WS-SIN-IBAN

           EXEC SQL
               UPDATE SINDACATI
               SET denominazione = :WS-SIN-DENOMINAZIONE,
                   iban = :WS-SIN-IBAN
               WHERE sigla = :WS-SIN-SIGLA
           END-EXEC

           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO SINDACATI
                   (sigla, denominazione, iban)
                   VALUES
                   (:WS-SIN-SIGLA, :WS-SIN-DENOMINAZIONE,
                    :WS-SIN-IBAN)
               END-EXEC
           END-IF

           IF SQLCODE = 0
               DISPLAY "Sindacato registrato!"
           ELSE
               DISPLAY "Errore registrazione sindacato: " SQLCODE
           END-IF.

      * Quota della sigla per CCNL: percentuale di minimo e
      * contingenza (P) o importo fisso mensile (F)
       INSERISCI-QUOTA-SINDACALE.
           DISPLAY " "
           DISPLAY "Sigla sindacato: " WITH NO ADVANCING
           ACCEPT WS-SIN-SIGLA

           EXEC SQL
               SELECT denominazione
               INTO :WS-SIN-DENOMINAZIONE
               FROM SINDACATI
               WHERE sigla = :WS-SIN-SIGLA
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Sindacato non censito!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Codice CCNL (* = qualsiasi): " WITH NO ADVANCING
           ACCEPT WS-SIN-CCNL

           DISPLAY "Tipo quota (P=percentuale, F=importo fisso): "
                   WITH NO ADVANCING
           ACCEPT WS-SIN-TIPO-QUOTA

           MOVE ZERO TO WS-SIN-PERCENTUALE
           MOVE ZERO TO WS-SIN-IMPORTO-FISSO

           EVALUATE WS-SIN-TIPO-QUOTA
               WHEN 'P'
                   DISPLAY "Percentuale su minimo + contingenza: "
                           WITH NO ADVANCING
                   ACCEPT WS-SIN-PERCENTUALE
               WHEN 'F'
                   DISPLAY "Importo fisso mensile: "
                           WITH NO ADVANCING
                   ACCEPT WS-SIN-IMPORTO-FISSO
               WHEN OTHER
                   DISPLAY "Tipo quota non valido!"
                   EXIT PARAGRAPH
           END-EVALUATE

           EXEC SQL
               UPDATE QUOTE_SINDACALI
               SET tipo_quota = :WS-SIN-TIPO-QUOTA,
                   percentuale = :WS-SIN-PERCENTUALE,
                   importo_fisso = :WS-SIN-IMPORTO-FISSO
               WHERE sigla = :WS-SIN-SIGLA
               AND codice_ccnl = :WS-SIN-CCNL
           END-EXEC

           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO QUOTE_SINDACALI
                   (sigla, codice_ccnl, tipo_quota, percentuale,
                    importo_fisso)
                   VALUES
                   (:WS-SIN-SIGLA, :WS-SIN-CCNL,
                    :WS-SIN-TIPO-QUOTA, :WS-SIN-PERCENTUALE,
                    :WS-SIN-IMPORTO-FISSO)
               END-EXEC
           END-IF

           IF SQLCODE = 0
               DISPLAY "Quota sindacale registrata!"
           ELSE
               DISPLAY "Errore registrazione quota: " SQLCODE
           END-IF.

      * Iscrizione a una sigla: un'eventuale iscrizione in corso
      * si chiude il giorno prima della nuova decorrenza
       ISCRIZIONE-SINDACALE.
           DISPLAY " "
           DISPLAY "Matricola: " WITH NO ADVANCING
           ACCEPT WS-MATRICOLA

           PERFORM CARICA-DIPENDENTE
           IF WS-ESITO NOT = "OK"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Dipendente: " WS-DIP-NOME " " WS-DIP-COGNOME

           DISPLAY "Sigla sindacato: " WITH NO ADVANCING
           ACCEPT WS-SIN-SIGLA

           EXEC SQL
               SELECT denominazione
               INTO :WS-SIN-DENOMINAZIONE
               FROM SINDACATI
               WHERE sigla = :WS-SIN-SIGLA
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Sindacato non censito!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Data inizio iscrizione (AAAA-MM-GG): "
                   WITH NO ADVANCING
           ACCEPT WS-SIN-DATA-INIZIO

           EXEC SQL
               BEGIN TRANSACTION
           END-EXEC

           EXEC SQL
               UPDATE ISCRIZIONI_SINDACALI
               SET data_fine = CAST(:WS-SIN-DATA-INIZIO AS DATE)
                               - 1
               WHERE matricola = :WS-MATRICOLA
               AND data_fine IS NULL
           END-EXEC

           IF SQLCODE = 0 OR SQLCODE = 100
               EXEC SQL
                   INSERT INTO ISCRIZIONI_SINDACALI
                   (matricola, sigla, data_inizio, data_fine)
                   VALUES
                   (:WS-MATRICOLA, :WS-SIN-SIGLA,
                    :WS-SIN-DATA-INIZIO, NULL)
               END-EXEC
           END-IF

           IF SQLCODE = 0
               EXEC SQL
                   COMMIT
               END-EXEC
               DISPLAY "Iscrizione a " WS-SIN-SIGLA
                       " registrata dal " WS-SIN-DATA-INIZIO
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               DISPLAY "Errore registrazione iscrizione: " SQLCODE
           END-IF.

      * Revoca: l'iscrizione in corso termina alla data indicata
      * (la quota si trattiene per i mesi toccati dall'iscrizione)
       REVOCA-ISCRIZIONE-SINDACALE.
           DISPLAY " "
           DISPLAY "Matricola: " WITH NO ADVANCING
           ACCEPT WS-MATRICOLA

           PERFORM CARICA-DIPENDENTE
           IF WS-ESITO NOT = "OK"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Dipendente: " WS-DIP-NOME " " WS-DIP-COGNOME

           DISPLAY "Data fine iscrizione (AAAA-MM-GG): "
                   WITH NO ADVANCING
           ACCEPT WS-SIN-DATA-FINE

           EXEC SQL
               UPDATE ISCRIZIONI_SINDACALI
               SET data_fine = :WS-SIN-DATA-FINE
               WHERE matricola = :WS-MATRICOLA
               AND data_fine IS NULL
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   DISPLAY "Iscrizione revocata dal "
                           WS-SIN-DATA-FINE
               WHEN 100
                   DISPLAY "Nessuna iscrizione sindacale in corso!"
               WHEN OTHER
                   DISPLAY "Errore revoca iscrizione: " SQLCODE
           END-EVALUATE.

      * Lista del mese per sindacato: un blocco per sigla con gli
      * iscritti, base di calcolo e quota trattenuta, chiuso dalla
      * disposizione di bonifico all'IBAN dell'organizzazione; a
      * video il riepilogo dei versamenti per sigla
       LISTA-SINDACATI-MESE.
           DISPLAY " "
           DISPLAY "=== QUOTE SINDACALI DEL MESE PER SINDACATO ==="

           DISPLAY "Codice azienda: " WITH NO ADVANCING
           ACCEPT WS-AZIENDA-FILTRO

           DISPLAY "Anno (AAAA): " WITH NO ADVANCING
           ACCEPT WS-ANNO

           DISPLAY "Mese (MM): " WITH NO ADVANCING
           ACCEPT WS-MESE

           IF WS-MESE < 1 OR WS-MESE > 12
               DISPLAY "Mese non valido!"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-NOME-FILE-SINDACATI
           STRING "SINDACATI-" DELIMITED BY SIZE
                  WS-AZIENDA-FILTRO DELIMITED BY SPACE
                  "-" WS-ANNO WS-MESE ".TXT" DELIMITED BY SIZE
                  INTO WS-NOME-FILE-SINDACATI

           INITIALIZE WS-LSI-DATI
           MOVE ZERO TO WS-CONTA-SINDACATI

           OPEN OUTPUT SINDACATI-FILE

           MOVE SPACES TO SINDACATI-RECORD
           STRING "QUOTE SINDACALI TRATTENUTE - AZIENDA "
                  WS-AZIENDA-FILTRO " - PERIODO "
                  WS-MESE "/" WS-ANNO
                  DELIMITED BY SIZE INTO SINDACATI-RECORD
           WRITE SINDACATI-RECORD
           MOVE ALL "=" TO SINDACATI-RECORD
           WRITE SINDACATI-RECORD

           EXEC SQL
               OPEN CUR-LISTA-SINDACATI
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-LISTA-SINDACATI
                   INTO :WS-SIN-SIGLA, :WS-SIN-DENOMINAZIONE,
                        :WS-SIN-IBAN, :WS-DIP-MATRICOLA,
                        :WS-DIP-COGNOME, :WS-DIP-NOME,
                        :WS-SIN-BASE, :WS-SIN-QUOTA
               END-EXEC

               IF SQLCODE = 0
      * Cambio sigla: chiude il blocco precedente e apre il nuovo
                   IF WS-SIN-SIGLA NOT = WS-LSI-SIGLA-PREC
                       IF WS-LSI-SIGLA-PREC NOT = SPACES
                           PERFORM SCRIVI-BONIFICO-SINDACATO
                       END-IF
                       ADD 1 TO WS-CONTA-SINDACATI
                       MOVE WS-SIN-SIGLA TO WS-LSI-SIGLA-PREC
                       MOVE WS-SIN-DENOMINAZIONE
                           TO WS-LSI-DENOM-PREC
                       MOVE WS-SIN-IBAN TO WS-LSI-IBAN-PREC

                       WRITE SINDACATI-RECORD FROM SPACES
                       MOVE SPACES TO SINDACATI-RECORD
                       STRING "SINDACATO " WS-SIN-SIGLA " "
                              WS-SIN-DENOMINAZIONE
                              DELIMITED BY SIZE
                              INTO SINDACATI-RECORD
                       WRITE SINDACATI-RECORD
                       MOVE SPACES TO SINDACATI-RECORD
                       STRING "  MATR.  DIPENDENTE                     "
                              "         BASE CALCOLO"
                              "       QUOTA"
                              DELIMITED BY SIZE
                              INTO SINDACATI-RECORD
                       WRITE SINDACATI-RECORD
                   END-IF

                   ADD 1 TO WS-LSI-ISCRITTI
                   ADD WS-SIN-BASE TO WS-LSI-SUB-BASE
                   ADD WS-SIN-QUOTA TO WS-LSI-SUB-QUOTA

                   MOVE WS-SIN-BASE TO WS-LSI-EDIT-BASE
                   MOVE WS-SIN-QUOTA TO WS-LSI-EDIT-QUOTA
                   MOVE SPACES TO SINDACATI-RECORD
                   STRING "  " WS-DIP-MATRICOLA " "
                          WS-DIP-COGNOME(1:20) " "
                          WS-DIP-NOME(1:15) "    "
                          WS-LSI-EDIT-BASE "  "
                          WS-LSI-EDIT-QUOTA
                          DELIMITED BY SIZE INTO SINDACATI-RECORD
                   WRITE SINDACATI-RECORD
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-LISTA-SINDACATI
           END-EXEC

           IF WS-LSI-SIGLA-PREC NOT = SPACES
               PERFORM SCRIVI-BONIFICO-SINDACATO
           END-IF

           WRITE SINDACATI-RECORD FROM SPACES
           MOVE ALL "-" TO SINDACATI-RECORD
           WRITE SINDACATI-RECORD

           MOVE SPACES TO SINDACATI-RECORD
           MOVE WS-CONTA-SINDACATI TO WS-NUMERO-EDIT
           MOVE WS-LSI-TOT-QUOTA TO WS-IMPORTO-EDIT
           STRING "Sindacati: " WS-NUMERO-EDIT
                  "   TOTALE DA VERSARE: EUR " WS-IMPORTO-EDIT
                  DELIMITED BY SIZE INTO SINDACATI-RECORD
           WRITE SINDACATI-RECORD

           CLOSE SINDACATI-FILE

           DISPLAY " "
           DISPLAY "TOTALE TRATTENUTO: EUR " WS-IMPORTO-EDIT
           DISPLAY "Lista salvata in " WS-NOME-FILE-SINDACATI.

      * Totale della sigla e disposizione di bonifico
       SCRIVI-BONIFICO-SINDACATO.
           MOVE WS-LSI-SUB-BASE TO WS-LSI-EDIT-BASE
           MOVE WS-LSI-SUB-QUOTA TO WS-LSI-EDIT-QUOTA
           MOVE SPACES TO SINDACATI-RECORD
           STRING "  TOTALE " WS-LSI-SIGLA-PREC " ISCRITTI "
                  WS-LSI-ISCRITTI "               "
                  WS-LSI-EDIT-BASE "  " WS-LSI-EDIT-QUOTA
                  DELIMITED BY SIZE INTO SINDACATI-RECORD
           WRITE SINDACATI-RECORD

           MOVE WS-LSI-SUB-QUOTA TO WS-IMPORTO-EDIT
           MOVE SPACES TO SINDACATI-RECORD
           STRING "  BONIFICO A " WS-LSI-DENOM-PREC(1:40)
                  " IBAN " WS-LSI-IBAN-PREC
                  " EUR " WS-IMPORTO-EDIT
                  DELIMITED BY SIZE INTO SINDACATI-RECORD
           WRITE SINDACATI-RECORD
           MOVE SPACES TO SINDACATI-RECORD
           STRING "  CAUSALE: QUOTE SINDACALI " WS-MESE "/" WS-ANNO
                  " - AZIENDA " WS-AZIENDA-FILTRO
                  DELIMITED BY SIZE INTO SINDACATI-RECORD
           WRITE SINDACATI-RECORD

           IF WS-LSI-IBAN-PREC = SPACES
               DISPLAY "ATTENZIONE: IBAN mancante per il sindacato "
                       WS-LSI-SIGLA-PREC
           END-IF
           DISPLAY WS-LSI-SIGLA-PREC " " WS-LSI-DENOM-PREC(1:25)
                   " iscritti: " WS-LSI-ISCRITTI
                   "  EUR " WS-IMPORTO-EDIT

           ADD WS-LSI-SUB-QUOTA TO WS-LSI-TOT-QUOTA
           MOVE ZERO TO WS-LSI-ISCRITTI
           MOVE ZERO TO WS-LSI-SUB-BASE
           MOVE ZERO TO WS-LSI-SUB-QUOTA.

      ******************************************************************
      * Controllo scostamenti dei cedolini prima del rilascio:
      * prospetto dei dipendenti con lordo, netto, IRPEF, INPS o
      * giorni lavorati fuori soglia rispetto al mese precedente o
      * alla media dell'anno (con le cause individuate), verifica
      * delle anomalie da parte del responsabile paghe e soglie di
      * controllo per azienda. L'elaborazione mensile esegue il
      * controllo da sola; i bonifici del periodo restano bloccati
      * finche' ci sono anomalie non verificate.
      ******************************************************************
       GESTIONE-SCOSTAMENTI.
           DISPLAY " "
           DISPLAY "=== CONTROLLO SCOSTAMENTI CEDOLINI ==="
           DISPLAY " "
           DISPLAY "1. Esegui controllo scostamenti del mese"
           DISPLAY "2. Verifica anomalie segnalate"
           DISPLAY "3. Soglie di controllo per azienda"
           DISPLAY " "
           DISPLAY "Scelta: " WITH NO ADVANCING
           ACCEPT WS-SCELTA

           EVALUATE WS-SCELTA
               WHEN 1
                   DISPLAY "Codice azienda: " WITH NO ADVANCING
                   ACCEPT WS-AZIENDA-FILTRO
                   DISPLAY "Anno (AAAA): " WITH NO ADVANCING
                   ACCEPT WS-ANNO
                   DISPLAY "Mese (MM): " WITH NO ADVANCING
                   ACCEPT WS-MESE
                   IF WS-MESE < 1 OR WS-MESE > 12
                       DISPLAY "Mese non valido!"
                   ELSE
                       PERFORM CONTROLLO-SCOSTAMENTI
                   END-IF
               WHEN 2
                   PERFORM CONTROLLA-RUOLO-CAPO
                   IF WS-ESITO = "OK"
                       PERFORM VERIFICA-SCOSTAMENTI
                   END-IF
               WHEN 3
                   PERFORM CONTROLLA-RUOLO-CAPO
                   IF WS-ESITO = "OK"
                       PERFORM INSERISCI-SOGLIE-SCOSTAMENTI
                   END-IF
               WHEN OTHER
                   DISPLAY "Scelta non valida!"
           END-EVALUATE.

      * Prospetto degli scostamenti del periodo per azienda: solo i
      * dipendenti fuori soglia, con il dettaglio dei confronti e
      * le cause; le anomalie restano in SCOSTAMENTI_CEDOLINI
       CONTROLLO-SCOSTAMENTI.
           PERFORM CARICA-SOGLIE-SCOSTAMENTI

           MOVE SPACES TO WS-NOME-FILE-SCOSTAMENTI
           STRING "SCOSTAMENTI-" DELIMITED BY SIZE
                  WS-AZIENDA-FILTRO DELIMITED BY SPACE
                  "-" WS-ANNO WS-MESE ".TXT" DELIMITED BY SIZE
                  INTO WS-NOME-FILE-SCOSTAMENTI

           MOVE ZERO TO WS-CONTA-SCO-CONTROLLATI
           MOVE ZERO TO WS-CONTA-SCO-ANOMALI

           OPEN OUTPUT SCOSTAMENTI-FILE

           MOVE SPACES TO SCOSTAMENTI-RECORD
           STRING "CONTROLLO SCOSTAMENTI CEDOLINI - AZIENDA "
                  WS-AZIENDA-FILTRO " - PERIODO "
                  WS-MESE "/" WS-ANNO
                  DELIMITED BY SIZE INTO SCOSTAMENTI-RECORD
           WRITE SCOSTAMENTI-RECORD
           MOVE SPACES TO SCOSTAMENTI-RECORD
           MOVE 1 TO WS-SCO-IDX
           PERFORM UNTIL WS-SCO-IDX > 5
               MOVE WS-SCO-SOGLIA(WS-SCO-IDX)
                   TO WS-SCO-EDIT-SGL(WS-SCO-IDX)
               ADD 1 TO WS-SCO-IDX
           END-PERFORM
           STRING "Soglie %: lordo " WS-SCO-EDIT-SGL(1)
                  "  netto " WS-SCO-EDIT-SGL(2)
                  "  IRPEF " WS-SCO-EDIT-SGL(3)
                  "  INPS " WS-SCO-EDIT-SGL(4)
                  "  giorni " WS-SCO-EDIT-SGL(5)
                  DELIMITED BY SIZE INTO SCOSTAMENTI-RECORD
           WRITE SCOSTAMENTI-RECORD
           MOVE ALL "=" TO SCOSTAMENTI-RECORD
           WRITE SCOSTAMENTI-RECORD

           EXEC SQL
               OPEN CUR-SCOSTAMENTI
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-SCOSTAMENTI
                   INTO :WS-STI-ID, :WS-DIP-MATRICOLA,
                        :WS-DIP-COGNOME, :WS-DIP-NOME,
                        :WS-SCO-C-LORDO, :WS-SCO-C-NETTO,
                        :WS-SCO-C-IRPEF, :WS-SCO-C-INPS,
                        :WS-SCO-C-GIORNI, :WS-SCO-P-PRESENTE,
                        :WS-SCO-P-LORDO, :WS-SCO-P-NETTO,
                        :WS-SCO-P-IRPEF, :WS-SCO-P-INPS,
                        :WS-SCO-P-GIORNI, :WS-SCO-M-MESI,
                        :WS-SCO-M-LORDO, :WS-SCO-M-NETTO,
                        :WS-SCO-M-IRPEF, :WS-SCO-M-INPS,
                        :WS-SCO-M-GIORNI, :WS-SCO-BASE-CORR,
                        :WS-SCO-BASE-PREC, :WS-SCO-STR-CORR,
                        :WS-SCO-STR-PREC, :WS-SCO-MALATTIA,
                        :WS-SCO-ARRETRATI, :WS-SCO-TRASF-MESE,
                        :WS-SCO-VOCI-NUOVE
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-CONTA-SCO-CONTROLLATI
                   PERFORM VALUTA-CEDOLINO-SCOSTAMENTI
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-SCOSTAMENTI
           END-EXEC

      * Anomalie ancora aperte nel periodo, comprese quelle
      * verificate su un netto poi cambiato
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-SCO-APERTE
               FROM SCOSTAMENTI_CEDOLINI c
               JOIN STIPENDI s ON c.id_stipendio = s.id_stipendio
               JOIN DIPENDENTI d ON s.matricola = d.matricola
               WHERE s.anno = :WS-ANNO
               AND s.mese = :WS-MESE
               AND s.stato_pagamento <> 'A'
               AND d.codice_azienda = :WS-AZIENDA-FILTRO
               AND (c.verificato = 'N'
                    OR c.netto_rilevato <> s.netto_pagare)
           END-EXEC

           MOVE ALL "-" TO SCOSTAMENTI-RECORD
           WRITE SCOSTAMENTI-RECORD

           MOVE SPACES TO SCOSTAMENTI-RECORD
           STRING "Cedolini controllati: " WS-CONTA-SCO-CONTROLLATI
                  "   Con scostamenti: " WS-CONTA-SCO-ANOMALI
                  "   Da verificare: " WS-SCO-APERTE
                  DELIMITED BY SIZE INTO SCOSTAMENTI-RECORD
           WRITE SCOSTAMENTI-RECORD

           CLOSE SCOSTAMENTI-FILE

           DISPLAY "Controllo scostamenti: " WS-CONTA-SCO-ANOMALI
                   " cedolini su " WS-CONTA-SCO-CONTROLLATI
                   " fuori soglia, da verificare " WS-SCO-APERTE
           DISPLAY "Prospetto salvato in " WS-NOME-FILE-SCOSTAMENTI.

      * Soglie dell'azienda (la riga specifica prevale su quella
      * generica), altrimenti la soglia standard per tutte le voci
       CARICA-SOGLIE-SCOSTAMENTI.
           EXEC SQL
               SELECT soglia_lordo, soglia_netto, soglia_irpef,
                      soglia_inps, soglia_giorni
               INTO :WS-SCO-SGL-LORDO, :WS-SCO-SGL-NETTO,
                    :WS-SCO-SGL-IRPEF, :WS-SCO-SGL-INPS,
                    :WS-SCO-SGL-GIORNI
               FROM SOGLIE_SCOSTAMENTI
               WHERE codice_azienda IN (:WS-AZIENDA-FILTRO, '*')
               ORDER BY CASE WHEN codice_azienda = '*' THEN 1
                             ELSE 0 END
               LIMIT 1
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE WS-SCO-SOGLIA-STANDARD TO WS-SCO-SGL-LORDO
               MOVE WS-SCO-SOGLIA-STANDARD TO WS-SCO-SGL-NETTO
               MOVE WS-SCO-SOGLIA-STANDARD TO WS-SCO-SGL-IRPEF
               MOVE WS-SCO-SOGLIA-STANDARD TO WS-SCO-SGL-INPS
               MOVE WS-SCO-SOGLIA-STANDARD TO WS-SCO-SGL-GIORNI
           END-IF

           MOVE "LORDO" TO WS-SCO-VOCE(1)
           MOVE WS-SCO-SGL-LORDO TO WS-SCO-SOGLIA(1)
           MOVE "NETTO" TO WS-SCO-VOCE(2)
           MOVE WS-SCO-SGL-NETTO TO WS-SCO-SOGLIA(2)
           MOVE "IRPEF" TO WS-SCO-VOCE(3)
           MOVE WS-SCO-SGL-IRPEF TO WS-SCO-SOGLIA(3)
           MOVE "INPS" TO WS-SCO-VOCE(4)
           MOVE WS-SCO-SGL-INPS TO WS-SCO-SOGLIA(4)
           MOVE "GIORNI" TO WS-SCO-VOCE(5)
           MOVE WS-SCO-SGL-GIORNI TO WS-SCO-SOGLIA(5)
           MOVE ZERO TO SQLCODE.

      * Confronti del cedolino corrente: ogni voce contro il mese
      * precedente e la media dell'anno, piu' i controlli assoluti
      * (contributi o netto a zero, nessun cedolino il mese prima)
       VALUTA-CEDOLINO-SCOSTAMENTI.
           MOVE WS-SCO-C-LORDO TO WS-SCO-CORR(1)
           MOVE WS-SCO-P-LORDO TO WS-SCO-PREC(1)
           MOVE WS-SCO-M-LORDO TO WS-SCO-MEDIA(1)
           MOVE WS-SCO-C-NETTO TO WS-SCO-CORR(2)
           MOVE WS-SCO-P-NETTO TO WS-SCO-PREC(2)
           MOVE WS-SCO-M-NETTO TO WS-SCO-MEDIA(2)
           MOVE WS-SCO-C-IRPEF TO WS-SCO-CORR(3)
           MOVE WS-SCO-P-IRPEF TO WS-SCO-PREC(3)
           MOVE WS-SCO-M-IRPEF TO WS-SCO-MEDIA(3)
           MOVE WS-SCO-C-INPS TO WS-SCO-CORR(4)
           MOVE WS-SCO-P-INPS TO WS-SCO-PREC(4)
           MOVE WS-SCO-M-INPS TO WS-SCO-MEDIA(4)
           MOVE WS-SCO-C-GIORNI TO WS-SCO-CORR(5)
           MOVE WS-SCO-P-GIORNI TO WS-SCO-PREC(5)
           MOVE WS-SCO-M-GIORNI TO WS-SCO-MEDIA(5)

           MOVE SPACES TO WS-SCO-MOTIVI-TESTO
           MOVE ZERO TO WS-SCO-ANOMALIE

      * Prima passata: quali voci sono fuori soglia
           MOVE 1 TO WS-SCO-IDX
           PERFORM UNTIL WS-SCO-IDX > 5
               MOVE 'N' TO WS-SCO-FUORI(WS-SCO-IDX)
               IF WS-SCO-P-PRESENTE = 'S'
                   MOVE WS-SCO-PREC(WS-SCO-IDX) TO WS-SCO-RIF
                   PERFORM CALCOLA-PERC-SCOSTAMENTO
                   IF WS-SCO-PERC > WS-SCO-SOGLIA(WS-SCO-IDX)
                       OR WS-SCO-PERC < 0 - WS-SCO-SOGLIA(WS-SCO-IDX)
                       MOVE 'S' TO WS-SCO-FUORI(WS-SCO-IDX)
                   END-IF
               END-IF
               IF WS-SCO-M-MESI > 0
                   MOVE WS-SCO-MEDIA(WS-SCO-IDX) TO WS-SCO-RIF
                   PERFORM CALCOLA-PERC-SCOSTAMENTO
                   IF WS-SCO-PERC > WS-SCO-SOGLIA(WS-SCO-IDX)
                       OR WS-SCO-PERC < 0 - WS-SCO-SOGLIA(WS-SCO-IDX)
                       MOVE 'S' TO WS-SCO-FUORI(WS-SCO-IDX)
                   END-IF
               END-IF
               IF WS-SCO-FUORI(WS-SCO-IDX) = 'S'
                   ADD 1 TO WS-SCO-ANOMALIE
                   MOVE WS-SCO-VOCE(WS-SCO-IDX)
                       TO WS-SCO-MOTIVO(WS-SCO-IDX)
               END-IF
               ADD 1 TO WS-SCO-IDX
           END-PERFORM

           IF WS-SCO-C-LORDO > 0 AND WS-SCO-C-INPS = 0
               ADD 1 TO WS-SCO-ANOMALIE
               MOVE "INPS=0" TO WS-SCO-MOTIVO(6)
           END-IF
           IF WS-SCO-C-NETTO = 0
               ADD 1 TO WS-SCO-ANOMALIE
               MOVE "NETTO=0" TO WS-SCO-MOTIVO(7)
           END-IF
           IF WS-SCO-P-PRESENTE NOT = 'S'
               ADD 1 TO WS-SCO-ANOMALIE
               MOVE "NO PREC." TO WS-SCO-MOTIVO(8)
           END-IF

           IF WS-SCO-ANOMALIE = 0
      * Cedolino nella norma: un'anomalia di una elaborazione
      * precedente dello stesso cedolino decade
               EXEC SQL
                   DELETE FROM SCOSTAMENTI_CEDOLINI
                   WHERE id_stipendio = :WS-STI-ID
               END-EXEC
               MOVE ZERO TO SQLCODE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CONTA-SCO-ANOMALI

           WRITE SCOSTAMENTI-RECORD FROM SPACES
           MOVE SPACES TO SCOSTAMENTI-RECORD
           STRING WS-DIP-MATRICOLA " " WS-DIP-COGNOME(1:25) " "
                  WS-DIP-NOME(1:20) " " WS-SCO-MOTIVI-TESTO
                  DELIMITED BY SIZE INTO SCOSTAMENTI-RECORD
           WRITE SCOSTAMENTI-RECORD

      * Seconda passata: dettaglio dei confronti fuori soglia
           MOVE 1 TO WS-SCO-IDX
           PERFORM UNTIL WS-SCO-IDX > 5
               IF WS-SCO-FUORI(WS-SCO-IDX) = 'S'
                   IF WS-SCO-P-PRESENTE = 'S'
                       MOVE WS-SCO-PREC(WS-SCO-IDX) TO WS-SCO-RIF
                       MOVE "MESE PREC." TO WS-SCO-TIPO-RIF
                       PERFORM SCRIVI-CONFRONTO-SCOSTAMENTO
                   END-IF
                   IF WS-SCO-M-MESI > 0
                       MOVE WS-SCO-MEDIA(WS-SCO-IDX) TO WS-SCO-RIF
                       MOVE "MEDIA ANNO" TO WS-SCO-TIPO-RIF
                       PERFORM SCRIVI-CONFRONTO-SCOSTAMENTO
                   END-IF
               END-IF
               ADD 1 TO WS-SCO-IDX
           END-PERFORM

           PERFORM SCRIVI-CAUSE-SCOSTAMENTO
           PERFORM REGISTRA-SCOSTAMENTO.

      * Scostamento percentuale della voce corrente dal valore di
      * riferimento (da zero a un importo vale come fuori scala)
       CALCOLA-PERC-SCOSTAMENTO.
           IF WS-SCO-RIF = 0
               IF WS-SCO-CORR(WS-SCO-IDX) = 0
                   MOVE ZERO TO WS-SCO-PERC
               ELSE
                   MOVE 999.99 TO WS-SCO-PERC
               END-IF
           ELSE
               COMPUTE WS-SCO-PERC ROUNDED =
                   (WS-SCO-CORR(WS-SCO-IDX) - WS-SCO-RIF) * 100
                   / WS-SCO-RIF
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-SCO-PERC
               END-COMPUTE
               IF WS-SCO-PERC > 999.99
                   MOVE 999.99 TO WS-SCO-PERC
               END-IF
               IF WS-SCO-PERC < -999.99
                   MOVE -999.99 TO WS-SCO-PERC
               END-IF
           END-IF.

       SCRIVI-CONFRONTO-SCOSTAMENTO.
           PERFORM CALCOLA-PERC-SCOSTAMENTO
           MOVE WS-SCO-CORR(WS-SCO-IDX) TO WS-SCO-EDIT-CORR
           MOVE WS-SCO-RIF TO WS-SCO-EDIT-RIF
           MOVE WS-SCO-PERC TO WS-SCO-EDIT-PERC
           MOVE SPACES TO SCOSTAMENTI-RECORD
           STRING "    " WS-SCO-VOCE(WS-SCO-IDX) " "
                  WS-SCO-EDIT-CORR " contro " WS-SCO-TIPO-RIF " "
                  WS-SCO-EDIT-RIF "  " WS-SCO-EDIT-PERC "%"
                  DELIMITED BY SIZE INTO SCOSTAMENTI-RECORD
           WRITE SCOSTAMENTI-RECORD.

      * Cause dello scostamento: voci nuove nel mese, presenze e
      * straordinari, malattia, paga base (CCNL, livello o scatti),
      * arretrati di rinnovo e trasformazione del contratto
       SCRIVI-CAUSE-SCOSTAMENTO.
           MOVE ZERO TO WS-SCO-CAUSE

           IF WS-SCO-VOCI-NUOVE NOT = SPACES
               ADD 1 TO WS-SCO-CAUSE
               MOVE SPACES TO SCOSTAMENTI-RECORD
               STRING "    Causa: voci nuove nel mese "
                      WS-SCO-VOCI-NUOVE
                      DELIMITED BY SIZE INTO SCOSTAMENTI-RECORD
               WRITE SCOSTAMENTI-RECORD
           END-IF

           IF WS-SCO-P-PRESENTE = 'S'
               AND WS-SCO-C-GIORNI NOT = WS-SCO-P-GIORNI
               ADD 1 TO WS-SCO-CAUSE
               MOVE WS-SCO-P-GIORNI TO WS-SCO-EDIT-GG-PREC
               MOVE WS-SCO-C-GIORNI TO WS-SCO-EDIT-GG-CORR
               MOVE SPACES TO SCOSTAMENTI-RECORD
               STRING "    Causa: presenze, giorni lavorati "
                      WS-SCO-EDIT-GG-PREC " -> " WS-SCO-EDIT-GG-CORR
                      DELIMITED BY SIZE INTO SCOSTAMENTI-RECORD
               WRITE SCOSTAMENTI-RECORD
           END-IF

           IF WS-SCO-P-PRESENTE = 'S'
               AND WS-SCO-STR-CORR NOT = WS-SCO-STR-PREC
               ADD 1 TO WS-SCO-CAUSE
               MOVE WS-SCO-STR-PREC TO WS-SCO-EDIT-ORE-PREC
               MOVE WS-SCO-STR-CORR TO WS-SCO-EDIT-ORE-CORR
               MOVE SPACES TO SCOSTAMENTI-RECORD
               STRING "    Causa: ore straordinarie "
                      WS-SCO-EDIT-ORE-PREC " -> "
                      WS-SCO-EDIT-ORE-CORR
                      DELIMITED BY SIZE INTO SCOSTAMENTI-RECORD
               WRITE SCOSTAMENTI-RECORD
           END-IF

           IF WS-SCO-MALATTIA > 0
               ADD 1 TO WS-SCO-CAUSE
               MOVE WS-SCO-MALATTIA TO WS-IMPORTO-EDIT
               MOVE SPACES TO SCOSTAMENTI-RECORD
               STRING "    Causa: malattia nel mese EUR "
                      WS-IMPORTO-EDIT
                      DELIMITED BY SIZE INTO SCOSTAMENTI-RECORD
               WRITE SCOSTAMENTI-RECORD
           END-IF

           IF WS-SCO-P-PRESENTE = 'S'
               AND WS-SCO-BASE-CORR NOT = WS-SCO-BASE-PREC
               ADD 1 TO WS-SCO-CAUSE
               MOVE WS-SCO-BASE-PREC TO WS-SCO-EDIT-RIF
               MOVE WS-SCO-BASE-CORR TO WS-SCO-EDIT-CORR
               MOVE SPACES TO SCOSTAMENTI-RECORD
               STRING "    Causa: paga base " WS-SCO-EDIT-RIF
                      " -> " WS-SCO-EDIT-CORR
                      " (CCNL, livello o scatti)"
                      DELIMITED BY SIZE INTO SCOSTAMENTI-RECORD
               WRITE SCOSTAMENTI-RECORD
           END-IF

           IF WS-SCO-ARRETRATI > 0
               ADD 1 TO WS-SCO-CAUSE
               MOVE WS-SCO-ARRETRATI TO WS-IMPORTO-EDIT
               MOVE SPACES TO SCOSTAMENTI-RECORD
               STRING "    Causa: arretrati rinnovo CCNL EUR "
                      WS-IMPORTO-EDIT
                      DELIMITED BY SIZE INTO SCOSTAMENTI-RECORD
               WRITE SCOSTAMENTI-RECORD
           END-IF

           IF WS-SCO-TRASF-MESE = 'S'
               ADD 1 TO WS-SCO-CAUSE
               MOVE SPACES TO SCOSTAMENTI-RECORD
               STRING "    Causa: trasformazione del contratto "
                      "nel mese"
                      DELIMITED BY SIZE INTO SCOSTAMENTI-RECORD
               WRITE SCOSTAMENTI-RECORD
           END-IF

           IF WS-SCO-CAUSE = 0
               MOVE SPACES TO SCOSTAMENTI-RECORD
               STRING "    Causa: nessuna variazione di voci, "
                      "presenze o CCNL individuata"
                      DELIMITED BY SIZE INTO SCOSTAMENTI-RECORD
               WRITE SCOSTAMENTI-RECORD
           END-IF.

      * Anomalia del cedolino: resta verificata solo se il netto
      * e' quello gia' visto dal responsabile
       REGISTRA-SCOSTAMENTO.
           EXEC SQL
               UPDATE SCOSTAMENTI_CEDOLINI
               SET motivi = :WS-SCO-MOTIVI-TESTO,
                   verificato = CASE
                       WHEN verificato = 'S'
                        AND netto_rilevato = :WS-SCO-C-NETTO
                       THEN 'S' ELSE 'N' END,
                   netto_rilevato = :WS-SCO-C-NETTO,
                   data_controllo = CURRENT_TIMESTAMP
               WHERE id_stipendio = :WS-STI-ID
           END-EXEC

           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO SCOSTAMENTI_CEDOLINI
                   (id_stipendio, matricola, anno, mese, motivi,
                    netto_rilevato, verificato, data_controllo)
                   VALUES
                   (:WS-STI-ID, :WS-DIP-MATRICOLA, :WS-ANNO,
                    :WS-MESE, :WS-SCO-MOTIVI-TESTO,
                    :WS-SCO-C-NETTO, 'N', CURRENT_TIMESTAMP)
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0
               DISPLAY WS-DIP-MATRICOLA ": errore registrazione "
                       "scostamento: " SQLCODE
           END-IF

           MOVE ZERO TO SQLCODE.

      * Verifica delle anomalie aperte del periodo: elenco e
      * conferma per matricola (invio a vuoto per terminare)
       VERIFICA-SCOSTAMENTI.
           DISPLAY " "
           DISPLAY "Codice azienda: " WITH NO ADVANCING
           ACCEPT WS-AZIENDA-FILTRO

           DISPLAY "Anno (AAAA): " WITH NO ADVANCING
           ACCEPT WS-ANNO

           DISPLAY "Mese (MM): " WITH NO ADVANCING
           ACCEPT WS-MESE

           MOVE ZERO TO WS-SCO-APERTE

           EXEC SQL
               OPEN CUR-SCOSTAMENTI-APERTI
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-SCOSTAMENTI-APERTI
                   INTO :WS-DIP-MATRICOLA, :WS-DIP-COGNOME,
                        :WS-DIP-NOME, :WS-SCO-MOTIVI-TESTO
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-SCO-APERTE
                   DISPLAY WS-DIP-MATRICOLA " "
                           WS-DIP-COGNOME(1:20) " "
                           WS-DIP-NOME(1:15) " "
                           WS-SCO-MOTIVI-TESTO(1:45)
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-SCOSTAMENTI-APERTI
           END-EXEC

           IF WS-SCO-APERTE = 0
               DISPLAY "Nessuna anomalia da verificare per il "
                       "periodo."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Anomalie da verificare: " WS-SCO-APERTE
           DISPLAY "Il dettaglio e' nel prospetto SCOSTAMENTI "
                   "del periodo."

           MOVE "X" TO WS-MATRICOLA
           PERFORM UNTIL WS-MATRICOLA = SPACES
               DISPLAY "Matricola verificata (invio = fine): "
                       WITH NO ADVANCING
               MOVE SPACES TO WS-MATRICOLA
               ACCEPT WS-MATRICOLA
               IF WS-MATRICOLA NOT = SPACES
                   EXEC SQL
                       UPDATE SCOSTAMENTI_CEDOLINI c
                       SET verificato = 'S',
                           netto_rilevato = s.netto_pagare,
                           verificato_da = :WS-UTE-CODICE,
                           data_verifica = CURRENT_TIMESTAMP
                       FROM STIPENDI s
                       WHERE c.id_stipendio = s.id_stipendio
                       AND s.matricola = :WS-MATRICOLA
                       AND s.anno = :WS-ANNO
                       AND s.mese = :WS-MESE
                       AND s.mensilita = 0
                       AND s.stato_pagamento <> 'A'
                   END-EXEC
                   EVALUATE SQLCODE
                       WHEN 0
                           DISPLAY "Cedolino " WS-MATRICOLA
                                   " verificato."
                       WHEN 100
                           DISPLAY "Nessuna anomalia per la "
                                   "matricola " WS-MATRICOLA
                       WHEN OTHER
                           DISPLAY "Errore verifica: " SQLCODE
                   END-EVALUATE
               END-IF
           END-PERFORM.

       INSERISCI-SOGLIE-SCOSTAMENTI.
           DISPLAY " "
           DISPLAY "Codice azienda (* = tutte): " WITH NO ADVANCING
           ACCEPT WS-AZIENDA-FILTRO

           DISPLAY "Soglia % lordo: " WITH NO ADVANCING
           ACCEPT WS-SCO-SGL-LORDO
           DISPLAY "Soglia % netto: " WITH NO ADVANCING
           ACCEPT WS-SCO-SGL-NETTO
           DISPLAY "Soglia % IRPEF: " WITH NO ADVANCING
           ACCEPT WS-SCO-SGL-IRPEF
           DISPLAY "Soglia % INPS: " WITH NO ADVANCING
           ACCEPT WS-SCO-SGL-INPS
           DISPLAY "Soglia % giorni lavorati: " WITH NO ADVANCING
           ACCEPT WS-SCO-SGL-GIORNI

           EXEC SQL
               UPDATE SOGLIE_SCOSTAMENTI
               SET soglia_lordo = :WS-SCO-SGL-LORDO,
                   soglia_netto = :WS-SCO-SGL-NETTO,
                   soglia_irpef = :WS-SCO-SGL-IRPEF,
                   soglia_inps = :WS-SCO-SGL-INPS,
                   soglia_giorni = :WS-SCO-SGL-GIORNI
               WHERE codice_azienda = :WS-AZIENDA-FILTRO
           END-EXEC

           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO SOGLIE_SCOSTAMENTI
                   (codice_azienda, soglia_lordo, soglia_netto,
                    soglia_irpef, soglia_inps, soglia_giorni)
                   VALUES
                   (:WS-AZIENDA-FILTRO, :WS-SCO-SGL-LORDO,
                    :WS-SCO-SGL-NETTO, :WS-SCO-SGL-IRPEF,
                    :WS-SCO-SGL-INPS, :WS-SCO-SGL-GIORNI)
               END-EXEC
           END-IF

           IF SQLCODE = 0
               DISPLAY "Soglie di controllo registrate!"
           ELSE
               DISPLAY "Errore registrazione soglie: " SQLCODE
           END-IF.

      ******************************************************************
      * Cassa integrazione guadagni: autorizzazioni per azienda
      * (tipo, periodo, ore autorizzate) e prospetto delle ore
      * autorizzate contro quelle fruite. Le giornate di CIG si
      * registrano in PRESENZE con tipo 'C' (manuale o da badge)
      * e sono accettate solo entro un'autorizzazione capiente.
      ******************************************************************
       GESTIONE-CASSA-INTEGRAZIONE.
           DISPLAY " "
           DISPLAY "=== CASSA INTEGRAZIONE GUADAGNI ==="
           DISPLAY " "
           DISPLAY "1. Inserisci autorizzazione CIG"
           DISPLAY "2. Chiudi autorizzazione CIG"
           DISPLAY "3. Report ore autorizzate e utilizzate"
           DISPLAY " "
           DISPLAY "Scelta: " WITH NO ADVANCING
           ACCEPT WS-SCELTA

           EVALUATE WS-SCELTA
               WHEN 1
                   PERFORM CONTROLLA-RUOLO-CAPO
                   IF WS-ESITO = "OK"
                       PERFORM INSERISCI-AUTORIZZAZIONE-CIG
                   END-IF
               WHEN 2
                   PERFORM CONTROLLA-RUOLO-CAPO
                   IF WS-ESITO = "OK"
                       PERFORM CHIUDI-AUTORIZZAZIONE-CIG
                   END-IF
               WHEN 3
                   DISPLAY "Codice azienda: " WITH NO ADVANCING
                   ACCEPT WS-AZIENDA-FILTRO
                   PERFORM REPORT-ORE-CIG
               WHEN OTHER
                   DISPLAY "Scelta non valida!"
           END-EVALUATE.

       INSERISCI-AUTORIZZAZIONE-CIG.
           DISPLAY " "
           DISPLAY "Codice azienda: " WITH NO ADVANCING
           ACCEPT WS-AZIENDA-FILTRO

           DISPLAY "Tipo (O=ordinaria, S=straordinaria, D=in deroga, "
                   "F=FIS): " WITH NO ADVANCING
           ACCEPT WS-CIG-TIPO
           IF WS-CIG-TIPO NOT = 'O' AND NOT = 'S' AND NOT = 'D'
               AND NOT = 'F'
               DISPLAY "Tipo CIG non valido!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Numero autorizzazione INPS: " WITH NO ADVANCING
           ACCEPT WS-CIG-NUMERO

           DISPLAY "Data inizio (AAAA-MM-GG): " WITH NO ADVANCING
           ACCEPT WS-CIG-DATA-INIZIO

           DISPLAY "Data fine (AAAA-MM-GG): " WITH NO ADVANCING
           ACCEPT WS-CIG-DATA-FINE

           IF WS-CIG-DATA-FINE < WS-CIG-DATA-INIZIO
               DISPLAY "Data fine precedente alla data inizio!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Ore autorizzate: " WITH NO ADVANCING
           ACCEPT WS-CIG-ORE-AUTORIZZATE

           IF WS-CIG-ORE-AUTORIZZATE = 0
               DISPLAY "Ore autorizzate non valide!"
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               INSERT INTO AUTORIZZAZIONI_CIG
               (codice_azienda, tipo_cig, numero_autorizzazione,
                data_inizio, data_fine, ore_autorizzate, stato,
                inserita_da, data_inserimento)
               VALUES
               (:WS-AZIENDA-FILTRO, :WS-CIG-TIPO, :WS-CIG-NUMERO,
                :WS-CIG-DATA-INIZIO, :WS-CIG-DATA-FINE,
                :WS-CIG-ORE-AUTORIZZATE, 'A', :WS-UTE-CODICE,
                CURRENT_TIMESTAMP)
               RETURNING id_autorizzazione INTO :WS-CIG-ID
           END-EXEC

           IF SQLCODE = 0
               DISPLAY "Autorizzazione CIG registrata con id "
                       WS-CIG-ID
           ELSE
               DISPLAY "Errore inserimento autorizzazione: "
                       SQLCODE
           END-IF.

      * Chiusura anticipata (fine della crisi o revoca): le ore
      * gia' fruite restano, non se ne registrano altre
       CHIUDI-AUTORIZZAZIONE-CIG.
           DISPLAY " "
           DISPLAY "Id autorizzazione CIG: " WITH NO ADVANCING
           ACCEPT WS-CIG-ID

           EXEC SQL
               UPDATE AUTORIZZAZIONI_CIG
               SET stato = 'C'
               WHERE id_autorizzazione = :WS-CIG-ID
               AND stato = 'A'
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   DISPLAY "Autorizzazione CIG chiusa."
               WHEN 100
                   DISPLAY "Autorizzazione inesistente o gia' "
                           "chiusa!"
               WHEN OTHER
                   DISPLAY "Errore chiusura autorizzazione: "
                           SQLCODE
           END-EVALUATE.

      * Autorizzazione che copre la giornata di CIG del dipendente
      * (azienda e periodo) con ore residue sufficienti; la
      * giornata stessa non conta tra le ore gia' fruite, cosi'
      * vale anche per la correzione. WS-CIG-MOTIVO resta vuoto se
      * la giornata e' ammessa.
       CONTROLLA-AUTORIZZAZIONE-CIG.
           MOVE SPACES TO WS-CIG-MOTIVO
           MOVE ZERO TO WS-CIG-ID

           IF WS-PRE-ORE-CIG = 0
               MOVE "ORE CIG NON INDICATE" TO WS-CIG-MOTIVO
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               SELECT a.id_autorizzazione, a.ore_autorizzate,
                      (SELECT COALESCE(SUM(p.ore_cig), 0)
                       FROM PRESENZE p
                       WHERE p.id_autorizzazione_cig =
                             a.id_autorizzazione
                       AND NOT (p.matricola = :WS-MATRICOLA
                                AND p.data_presenza =
                                    CAST(:WS-CIG-DATA-GIORNO
                                         AS DATE)))
               INTO :WS-CIG-ID, :WS-CIG-ORE-AUTORIZZATE,
                    :WS-CIG-ORE-UTILIZZATE
               FROM AUTORIZZAZIONI_CIG a
               JOIN DIPENDENTI d
                 ON d.codice_azienda = a.codice_azienda
               WHERE d.matricola = :WS-MATRICOLA
               AND a.stato = 'A'
               AND CAST(:WS-CIG-DATA-GIORNO AS DATE)
                   BETWEEN a.data_inizio AND a.data_fine
               ORDER BY a.data_inizio
               LIMIT 1
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE "CIG NON AUTORIZZATA NEL PERIODO"
                       TO WS-CIG-MOTIVO
               WHEN SQLCODE NOT = 0
                   MOVE "ERRORE LETTURA AUTORIZZAZIONE CIG"
                       TO WS-CIG-MOTIVO
               WHEN WS-CIG-ORE-UTILIZZATE + WS-PRE-ORE-CIG
                    > WS-CIG-ORE-AUTORIZZATE
                   MOVE "ORE CIG AUTORIZZATE ESAURITE"
                       TO WS-CIG-MOTIVO
           END-EVALUATE

           IF WS-CIG-MOTIVO NOT = SPACES
               MOVE ZERO TO WS-CIG-ID
           END-IF.

      * Prospetto per autorizzazione delle ore autorizzate, fruite
      * e residue con la percentuale di utilizzo
       REPORT-ORE-CIG.
           MOVE SPACES TO WS-NOME-FILE-CIG
           STRING "ORE-CIG-" DELIMITED BY SIZE
                  WS-AZIENDA-FILTRO DELIMITED BY SPACE
                  ".TXT" DELIMITED BY SIZE
                  INTO WS-NOME-FILE-CIG

           MOVE ZERO TO WS-CONTA-CIG

           OPEN OUTPUT CIG-FILE

           MOVE SPACES TO CIG-RECORD
           STRING "ORE CASSA INTEGRAZIONE AUTORIZZATE E UTILIZZATE"
                  " - AZIENDA " WS-AZIENDA-FILTRO
                  DELIMITED BY SIZE INTO CIG-RECORD
           WRITE CIG-RECORD
           MOVE ALL "=" TO CIG-RECORD
           WRITE CIG-RECORD

           MOVE SPACES TO CIG-RECORD
           STRING "ID        T NUMERO AUTORIZZ.     DAL        "
                  "AL        AUTORIZZATE UTILIZZATE    RESIDUE "
                  "  % UT. DIP S"
                  DELIMITED BY SIZE INTO CIG-RECORD
           WRITE CIG-RECORD
           MOVE ALL "-" TO CIG-RECORD
           WRITE CIG-RECORD

           EXEC SQL
               OPEN CUR-AUTORIZZAZIONI-CIG
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-AUTORIZZAZIONI-CIG
                   INTO :WS-CIG-ID, :WS-CIG-TIPO, :WS-CIG-NUMERO,
                        :WS-CIG-DATA-INIZIO, :WS-CIG-DATA-FINE,
                        :WS-CIG-ORE-AUTORIZZATE,
                        :WS-CIG-ORE-UTILIZZATE,
                        :WS-CIG-DIPENDENTI, :WS-CIG-STATO
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-CONTA-CIG
                   COMPUTE WS-CIG-ORE-RESIDUE =
                       WS-CIG-ORE-AUTORIZZATE
                       - WS-CIG-ORE-UTILIZZATE
                   MOVE ZERO TO WS-CIG-PERC-UTILIZZO
                   IF WS-CIG-ORE-AUTORIZZATE > 0
                       COMPUTE WS-CIG-PERC-UTILIZZO ROUNDED =
                           WS-CIG-ORE-UTILIZZATE * 100
                           / WS-CIG-ORE-AUTORIZZATE
                           ON SIZE ERROR
                               MOVE 999.99 TO WS-CIG-PERC-UTILIZZO
                       END-COMPUTE
                   END-IF
                   MOVE WS-CIG-ORE-AUTORIZZATE TO WS-CIG-EDIT-AUTORIZZ
                   MOVE WS-CIG-ORE-UTILIZZATE TO WS-CIG-EDIT-UTILIZZ
                   MOVE WS-CIG-ORE-RESIDUE TO WS-CIG-EDIT-RESIDUE
                   MOVE WS-CIG-PERC-UTILIZZO TO WS-CIG-EDIT-PERC
                   MOVE WS-CIG-DIPENDENTI TO WS-NUMERO-EDIT
                   MOVE SPACES TO CIG-RECORD
                   STRING WS-CIG-ID " " WS-CIG-TIPO " "
                          WS-CIG-NUMERO " " WS-CIG-DATA-INIZIO " "
                          WS-CIG-DATA-FINE " "
                          WS-CIG-EDIT-AUTORIZZ " "
                          WS-CIG-EDIT-UTILIZZ " "
                          WS-CIG-EDIT-RESIDUE " "
                          WS-CIG-EDIT-PERC " " WS-NUMERO-EDIT " "
                          WS-CIG-STATO
                          DELIMITED BY SIZE INTO CIG-RECORD
                   WRITE CIG-RECORD

                   IF WS-CIG-STATO = 'A'
                       AND WS-CIG-ORE-RESIDUE <= 0
                       MOVE SPACES TO CIG-RECORD
                       STRING "           Ore autorizzate esaurite: "
                              "nuove giornate CIG respinte"
                              DELIMITED BY SIZE INTO CIG-RECORD
                       WRITE CIG-RECORD
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-AUTORIZZAZIONI-CIG
           END-EXEC

           MOVE ALL "-" TO CIG-RECORD
           WRITE CIG-RECORD

           MOVE SPACES TO CIG-RECORD
           MOVE WS-CONTA-CIG TO WS-NUMERO-EDIT
           STRING "Autorizzazioni: " WS-NUMERO-EDIT
                  "   (stato A=attiva, C=chiusa)"
                  DELIMITED BY SIZE INTO CIG-RECORD
           WRITE CIG-RECORD

           CLOSE CIG-FILE

           DISPLAY "Autorizzazioni CIG: " WS-CONTA-CIG
           DISPLAY "Report salvato in " WS-NOME-FILE-CIG.

       GESTIONE-VERSAMENTI-F24.
           DISPLAY " "
           DISPLAY "=== VERSAMENTI F24 ==="
           DISPLAY " "
           DISPLAY "1. Import quietanze dalla banca (QUIETANZE-F24.DAT)"
           DISPLAY "2. F24 non versati alla scadenza"
           DISPLAY " "
           DISPLAY "Scelta: " WITH NO ADVANCING
           ACCEPT WS-SCELTA

           EVALUATE WS-SCELTA
               WHEN 1
                   PERFORM CONTROLLA-RUOLO-CAPO
                   IF WS-ESITO = "OK"
                       PERFORM IMPORTA-QUIETANZE-F24
                   END-IF
               WHEN 2
                   DISPLAY "Codice azienda (invio = tutte): "
                           WITH NO ADVANCING
                   MOVE SPACES TO WS-AZIENDA-FILTRO
                   ACCEPT WS-AZIENDA-FILTRO
                   PERFORM REPORT-F24-NON-VERSATI
               WHEN OTHER
                   DISPLAY "Scelta non valida!"
           END-EVALUATE.

      ******************************************************************
      * Import delle quietanze F24 accodate da GESTIONE-CONTI: ogni
      * quietanza segna pagato il versamento del mese dell'azienda
      * con data, protocollo e conto addebitato. Le quietanze gia'
      * registrate si saltano; quelle senza versamento generato o
      * gia' quietanzato con altro protocollo sono anomalie.
      ******************************************************************
       IMPORTA-QUIETANZE-F24.
           DISPLAY " "
           DISPLAY "=== IMPORT QUIETANZE F24 ==="

           INITIALIZE WS-QTZ-CONTATORI
           MOVE 'N' TO WS-QTZ-EOF

           OPEN INPUT QUIETANZE-F24-FILE

           IF WS-QTZ-FILE-STATUS NOT = "00"
               DISPLAY "File QUIETANZE-F24.DAT non trovato o non "
                       "leggibile (stato " WS-QTZ-FILE-STATUS ")"
               IF WS-MODO-BATCH = 'S'
                   MOVE 8 TO WS-BATCH-RC
               END-IF
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-QTZ-EOF = 'Y'
               READ QUIETANZE-F24-FILE
                   AT END
                       MOVE 'Y' TO WS-QTZ-EOF
                   NOT AT END
                       IF QUIETANZE-F24-RECORD NOT = SPACES
                           ADD 1 TO WS-CONTA-QTZ-LETTE
                           PERFORM ELABORA-QUIETANZA-F24
                       END-IF
               END-READ
           END-PERFORM

           CLOSE QUIETANZE-F24-FILE

           EXEC SQL
               COMMIT
           END-EXEC

           DISPLAY " "
           DISPLAY "Quietanze lette:      " WS-CONTA-QTZ-LETTE
           DISPLAY "Versamenti registrati: " WS-CONTA-QTZ-REGISTRATE
           DISPLAY "Gia' registrate:      " WS-CONTA-QTZ-DOPPIE
           DISPLAY "Anomalie:             " WS-CONTA-QTZ-ANOMALIE

           IF WS-CONTA-QTZ-ANOMALIE > 0 AND WS-MODO-BATCH = 'S'
               AND WS-BATCH-RC < 4
               MOVE 4 TO WS-BATCH-RC
           END-IF.

      * Registra la singola quietanza sul versamento del mese
       ELABORA-QUIETANZA-F24.
           MOVE SPACES TO WS-F24-MOTIVO

           IF QTZ-ANNO NOT NUMERIC OR QTZ-MESE NOT NUMERIC
              OR QTZ-IMPORTO NOT NUMERIC
              OR QTZ-DATA(1:4) NOT NUMERIC
               DISPLAY "Quietanza non valida: "
                       QUIETANZE-F24-RECORD(1:40)
               ADD 1 TO WS-CONTA-QTZ-ANOMALIE
               EXIT PARAGRAPH
           END-IF

           MOVE QTZ-AZIENDA TO WS-F24-AZIENDA
           MOVE QTZ-ANNO TO WS-F24-ANNO
           MOVE QTZ-MESE TO WS-F24-MESE

           EXEC SQL
               SELECT stato, COALESCE(protocollo, ' '), importo
               INTO :WS-F24-STATO, :WS-F24-PROTOCOLLO,
                    :WS-F24-DOVUTO
               FROM F24_VERSAMENTI
               WHERE codice_azienda = :WS-F24-AZIENDA
               AND anno = :WS-F24-ANNO
               AND mese = :WS-F24-MESE
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE "F24 del periodo non generato"
                       TO WS-F24-MOTIVO
               WHEN SQLCODE NOT = 0
                   MOVE "Errore lettura versamento" TO WS-F24-MOTIVO
               WHEN WS-F24-STATO = 'P'
                AND WS-F24-PROTOCOLLO = QTZ-PROTOCOLLO
                   ADD 1 TO WS-CONTA-QTZ-DOPPIE
                   EXIT PARAGRAPH
               WHEN WS-F24-STATO = 'P'
                   MOVE "F24 gia' quietanzato con altro protocollo"
                       TO WS-F24-MOTIVO
           END-EVALUATE

           IF WS-F24-MOTIVO = SPACES
               EXEC SQL
                   UPDATE F24_VERSAMENTI
                   SET stato = 'P',
                       data_pagamento = CAST(:QTZ-DATA AS DATE),
                       protocollo = :QTZ-PROTOCOLLO,
                       importo_versato = :QTZ-IMPORTO,
                       conto_addebito = :QTZ-CONTO
                   WHERE codice_azienda = :WS-F24-AZIENDA
                   AND anno = :WS-F24-ANNO
                   AND mese = :WS-F24-MESE
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE "Errore registrazione quietanza"
                       TO WS-F24-MOTIVO
               END-IF
           END-IF

           IF WS-F24-MOTIVO NOT = SPACES
               ADD 1 TO WS-CONTA-QTZ-ANOMALIE
               DISPLAY "Quietanza " QTZ-PROTOCOLLO " azienda "
                       QTZ-AZIENDA " " QTZ-MESE "/" QTZ-ANNO ": "
                       WS-F24-MOTIVO
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CONTA-QTZ-REGISTRATE
           IF QTZ-IMPORTO NOT = WS-F24-DOVUTO
               MOVE QTZ-IMPORTO TO WS-IMPORTO-EDIT
               DISPLAY "Attenzione: azienda " QTZ-AZIENDA " "
                       QTZ-MESE "/" QTZ-ANNO " versati EUR "
                       WS-IMPORTO-EDIT " diversi dal dovuto"
           END-IF.

      ******************************************************************
      * F24 non versati: mesi con stipendi elaborati il cui
      * versamento non risulta pagato dopo la scadenza del 16 del
      * mese successivo, con la delega generata o meno.
      ******************************************************************
       REPORT-F24-NON-VERSATI.
           DISPLAY " "
           DISPLAY "=== F24 NON VERSATI ALLA SCADENZA ==="

           MOVE "F24-NON-VERSATI.TXT" TO WS-NOME-FILE-F24
           MOVE ZERO TO WS-CONTA-F24-NON-VERSATI

           OPEN OUTPUT F24-FILE

           MOVE SPACES TO F24-RECORD
           STRING "F24 NON VERSATI ALLA SCADENZA - SITUAZIONE AL "
                  FUNCTION CURRENT-DATE(1:8)
                  DELIMITED BY SIZE INTO F24-RECORD
           WRITE F24-RECORD
           MOVE ALL "=" TO F24-RECORD
           WRITE F24-RECORD
           WRITE F24-RECORD FROM
               "AZIENDA PERIODO SCADENZA   STATO                  " &
               "     IMPORTO"
           MOVE ALL "-" TO F24-RECORD
           WRITE F24-RECORD

           EXEC SQL
               OPEN CUR-F24-NON-VERSATI
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-F24-NON-VERSATI
                   INTO :WS-F24-AZIENDA, :WS-F24-ANNO, :WS-F24-MESE,
                        :WS-F24-SCADENZA, :WS-F24-STATO,
                        :WS-F24-DOVUTO
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-CONTA-F24-NON-VERSATI

                   IF WS-F24-STATO = 'G'
                       MOVE "Delega generata, non pagata"
                           TO WS-F24-MOTIVO
                   ELSE
                       MOVE "Delega non generata" TO WS-F24-MOTIVO
                   END-IF

                   MOVE SPACES TO F24-RECORD
                   MOVE WS-F24-DOVUTO TO WS-IMPORTO-EDIT
                   STRING WS-F24-AZIENDA "  " WS-F24-MESE "/"
                          WS-F24-ANNO " " WS-F24-SCADENZA " "
                          WS-F24-MOTIVO(1:28) " " WS-IMPORTO-EDIT
                          DELIMITED BY SIZE INTO F24-RECORD
                   WRITE F24-RECORD

                   DISPLAY WS-F24-AZIENDA " " WS-F24-MESE "/"
                           WS-F24-ANNO " scad. " WS-F24-SCADENZA " "
                           WS-F24-MOTIVO(1:28)
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-F24-NON-VERSATI
           END-EXEC

           MOVE ALL "-" TO F24-RECORD
           WRITE F24-RECORD
           MOVE SPACES TO F24-RECORD
           STRING "F24 non versati: " WS-CONTA-F24-NON-VERSATI
                  DELIMITED BY SIZE INTO F24-RECORD
           WRITE F24-RECORD

           CLOSE F24-FILE

           DISPLAY "F24 non versati: " WS-CONTA-F24-NON-VERSATI
           DISPLAY "Report salvato in " WS-NOME-FILE-F24.

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
               WHEN "DIPENDENTI"
                   EXEC SQL
                       SELECT CAST(row_to_json(t) AS TEXT)
                       INTO :WS-AUD-IMMAGINE
                       FROM DIPENDENTI t
                       WHERE t.matricola = TRIM(:WS-AUD-CHIAVE)
                   END-EXEC
               WHEN "CCNL_LIVELLI"
                   EXEC SQL
                       SELECT CAST(row_to_json(t) AS TEXT)
                       INTO :WS-AUD-IMMAGINE
                       FROM CCNL_LIVELLI t
                       WHERE TRIM(t.codice_ccnl) || '/' ||
                             TRIM(t.livello) || '/' ||
                             CAST(t.decorrenza AS CHAR(10)) =
                             TRIM(:WS-AUD-CHIAVE)
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
                   DISPLAY "Tabella (DIPENDENTI, CCNL_LIVELLI, "
                           "vuoto = tutte): "
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
           DISPLAY "Tabella (DIPENDENTI, CCNL_LIVELLI): "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-AUD-FILTRO-TAB
           ACCEPT WS-AUD-FILTRO-TAB
           DISPLAY "Matricola o CCNL/livello/decorrenza: "
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
           STRING "AUDIT-PAG-" WS-AUD-DATA-DA(1:4)
                  WS-AUD-DATA-DA(6:2) WS-AUD-DATA-DA(9:2) "-"
                  WS-AUD-DATA-A(1:4) WS-AUD-DATA-A(6:2)
                  WS-AUD-DATA-A(9:2) ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-AUDIT

           OPEN OUTPUT AUDIT-FILE

           WRITE AUDIT-RECORD FROM
               "REGISTRO MODIFICHE ANAGRAFICHE - PAGHE"
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
                  "   (IBAN, stipendio, minimi e livelli: da "
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
           DISPLAY "Tipo operazione (BONIFICI-STIPENDI): "
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
           STRING "AUTORIZZAZIONI-PAG-" WS-AUT-DATA-REP(1:4)
                  WS-AUT-DATA-REP(6:2) WS-AUT-DATA-REP(9:2) ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-AUT

           OPEN OUTPUT AUT-FILE

           WRITE AUT-RECORD FROM
               "AUTORIZZAZIONI A QUATTRO OCCHI - PAGHE"
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
               WHEN "BONIFICI-STIPENDI"
                   PERFORM ESEGUI-AUT-BONIFICI-STIPENDI
               WHEN OTHER
                   MOVE "Tipo operazione non gestito" TO WS-AUT-MOTIVO
           END-EVALUATE.

      * Si conferma solo se gli stipendi da pagare del mese sono
      * ancora quelli della richiesta; il file bonifici per la banca
      * viene scritto ora
       ESEGUI-AUT-BONIFICI-STIPENDI.
           MOVE WS-AUT-PS-AZIENDA TO WS-AZIENDA-FILTRO
           MOVE WS-AUT-PS-ANNO TO WS-ANNO
           MOVE WS-AUT-PS-MESE TO WS-MESE

           MOVE ZERO TO WS-AUT-TOTALE-ATTUALE
           EXEC SQL
               SELECT COALESCE(SUM(s.totale_netto), 0)
               INTO :WS-AUT-TOTALE-ATTUALE
               FROM STIPENDI s
               JOIN DIPENDENTI d ON s.matricola = d.matricola
               WHERE s.anno = :WS-ANNO
               AND s.mese = :WS-MESE
               AND s.stato_pagamento <> 'A'
               AND s.stato_pagamento <> 'P'
               AND d.codice_azienda = :WS-AZIENDA-FILTRO
           END-EXEC

           IF SQLCODE NOT = 0
              OR WS-AUT-TOTALE-ATTUALE NOT = WS-AUT-PS-TOTALE
               MOVE "Stipendi da pagare variati dopo la richiesta"
                   TO WS-AUT-MOTIVO
               EXIT PARAGRAPH
           END-IF

      * Il file per la banca si produce solo ad autorizzazione data
           PERFORM SCRIVI-FILE-BONIFICI

           PERFORM CONFERMA-BONIFICI-STIPENDI
           IF WS-ESITO NOT = "OK"
               MOVE "Errore aggiornamento stato pagamento"
                   TO WS-AUT-MOTIVO
           END-IF.

      * Gli stipendi inclusi nel file passano a pagato con la data
      * odierna e non rientrano in una successiva generazione
       CONFERMA-BONIFICI-STIPENDI.
           MOVE "KO" TO WS-ESITO

           EXEC SQL
               UPDATE STIPENDI s
               SET stato_pagamento = 'P',
                   data_pagamento = CURRENT_DATE
               WHERE s.anno = :WS-ANNO
               AND s.mese = :WS-MESE
               AND s.stato_pagamento <> 'A'
               AND s.stato_pagamento <> 'P'
               AND EXISTS (
                   SELECT 1 FROM DIPENDENTI d
                   WHERE d.matricola = s.matricola
                   AND d.codice_azienda =
                       :WS-AZIENDA-FILTRO)
           END-EXEC

           IF SQLCODE = 0
               MOVE "OK" TO WS-ESITO
               DISPLAY "Stipendi marcati come pagati."
           ELSE
               DISPLAY "Errore aggiornamento stato "
                       "pagamento: " SQLCODE
           END-IF.

       RICHIEDI-AUT-BONIFICI-STIPENDI.
           MOVE SPACES TO WS-AUT-PARAMETRI
           MOVE WS-AZIENDA-FILTRO TO WS-AUT-PS-AZIENDA
           MOVE WS-ANNO TO WS-AUT-PS-ANNO
           MOVE WS-MESE TO WS-AUT-PS-MESE
           MOVE WS-TOTALE-BONIFICI TO WS-AUT-PS-TOTALE
           MOVE WS-CONTA-BONIFICI TO WS-AUT-PS-BONIFICI
           MOVE SPACES TO WS-AUT-RIFERIMENTO
           STRING WS-AZIENDA-FILTRO DELIMITED BY SPACE
                  " " WS-MESE "/" WS-ANNO
                  DELIMITED BY SIZE INTO WS-AUT-RIFERIMENTO
           MOVE SPACES TO WS-AUT-DESCRIZIONE
           STRING "Conferma bonifici stipendi: " WS-CONTA-BONIFICI
                  " bonifici"
                  DELIMITED BY SIZE INTO WS-AUT-DESCRIZIONE
           PERFORM REGISTRA-RICHIESTA-AUTORIZZAZIONE
           DISPLAY "File bonifici e pagamento degli stipendi "
                   "rinviati all'autorizzazione".

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
               WHERE categoria = 'DIPENDENTI-CESSATI'
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

           DISPLAY "Categorie senza periodo: DIPENDENTI-CESSATI "
                   WS-RET-ANNI-STD " anni, FISCALE "
                   WS-RET-FISCALI-STD " anni"
           DISPLAY " "
           DISPLAY "Categoria (DIPENDENTI-CESSATI, FISCALE): "
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
           STRING "RETENTION-PAG-" FUNCTION CURRENT-DATE(1:8)
                  ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FILE-RET

           OPEN OUTPUT RET-FILE

           IF WS-RET-SIMULAZIONE = 'S'
               WRITE RET-RECORD FROM
                   "ANONIMIZZAZIONE DATI PERSONALI - PAGHE " &
                   "(SIMULAZIONE)"
           ELSE
               WRITE RET-RECORD FROM
                   "ANONIMIZZAZIONE DATI PERSONALI - PAGHE"
           END-IF
           MOVE ALL "=" TO RET-RECORD
           WRITE RET-RECORD

           MOVE SPACES TO RET-RECORD
           STRING "Categoria: DIPENDENTI-CESSATI"
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
               "MATRIC FINE RAPP. ESITO            MOTIVO"
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

           DISPLAY "Matricola: " WITH NO ADVANCING
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
               WHERE tabella = 'DIPENDENTI'
               AND chiave = TRIM(:WS-RET-SOGGETTO)
               AND campo IN ('nome', 'cognome', 'codice_fiscale',
                             'iban', 'comune_residenza')
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
               ('DIPENDENTI-CESSATI', TRIM(:WS-RET-SOGGETTO),
                :WS-RET-TIPO,
                NULLIF(:WS-RET-PROTOCOLLO, SPACES),
                CAST(NULLIF(:WS-RET-FINE-RAPPORTO, SPACES) AS DATE),
                :WS-RET-ESITO, NULLIF(:WS-RET-BLOCCO, SPACES),
                COALESCE(NULLIF(TRIM(:WS-UTE-CODICE), ''),
                         'BATCH'),
                CURRENT_TIMESTAMP)
           END-EXEC.

      * Vincoli di legge che impediscono l'anonimizzazione del
      * dipendente WS-RET-SOGGETTO: motivo in WS-RET-BLOCCO, spazi se
      * nessuno. Nel dubbio (errore di lettura) il soggetto si blocca
       CONTROLLA-BLOCCHI-RETENTION.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-RET-CONTA
               FROM TRATTENUTE_RICORRENTI
               WHERE matricola = :WS-RET-SOGGETTO
               AND stato = 'A'
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-RET-CONTA > 0
               MOVE "Pignoramento o cessione del quinto in corso"
                   TO WS-RET-BLOCCO
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-RET-CONTA
               FROM STIPENDI
               WHERE matricola = :WS-RET-SOGGETTO
               AND stato_pagamento <> 'A'
               AND stato_pagamento <> 'P'
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-RET-CONTA > 0
               MOVE "Competenze non ancora pagate" TO WS-RET-BLOCCO
               EXIT PARAGRAPH
           END-IF

      * Anni d'imposta ancora accertabili: restano i dati del
      * sostituto d'imposta (CU, 770)
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-RET-CONTA
               FROM STIPENDI
               WHERE matricola = :WS-RET-SOGGETTO
               AND anno >= EXTRACT(YEAR FROM CURRENT_DATE)
                   - CAST(:WS-RET-ANNI-FISCALI AS INTEGER)
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-RET-CONTA > 0
               MOVE "Anni d'imposta non ancora prescritti"
                   TO WS-RET-BLOCCO
           END-IF.

      * Il dipendente deve esistere e non essere gia' anonimizzato;
      * se il rapporto e' ancora in essere la richiesta va respinta
       VERIFICA-RICHIESTA-CANCELLAZIONE.
           EXEC SQL
               SELECT stato, COALESCE(anonimizzato, 'N'),
                      COALESCE(CAST(data_cessazione AS CHAR(10)), ' ')
               INTO :WS-RET-STATO, :WS-RET-ANONIMIZZATO,
                    :WS-RET-FINE-RAPPORTO
               FROM DIPENDENTI
               WHERE matricola = :WS-RET-SOGGETTO
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Dipendente non trovato!"
               MOVE "KO" TO WS-ESITO
               EXIT PARAGRAPH
           END-IF

           IF WS-RET-ANONIMIZZATO = 'S'
               DISPLAY "Dati del dipendente gia' anonimizzati"
               MOVE "KO" TO WS-ESITO
               EXIT PARAGRAPH
           END-IF

           IF WS-RET-STATO NOT = 'C'
               MOVE "Rapporto di lavoro ancora in essere"
                   TO WS-RET-BLOCCO
           END-IF.

      * Nome, codice fiscale, IBAN e comune di residenza; restano
      * matricola, azienda, regione, qualifica e tutti gli importi
       ANONIMIZZA-DATI-SOGGETTO.
           EXEC SQL
               UPDATE DIPENDENTI
               SET nome = 'ANONIMIZZATO',
                   cognome = 'ANONIMIZZATO',
                   codice_fiscale = NULL,
                   iban = NULL,
                   comune_residenza = NULL,
                   anonimizzato = 'S',
                   data_anonimizzazione = CURRENT_DATE
               WHERE matricola = :WS-RET-SOGGETTO
               AND COALESCE(anonimizzato, 'N') <> 'S'
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE "KO" TO WS-ESITO
               MOVE SPACES TO WS-RET-BLOCCO
               MOVE SQLCODE TO WS-RET-SQLCODE
               STRING "Errore anonimizzazione dipendente: "
                      WS-RET-SQLCODE
                      DELIMITED BY SIZE INTO WS-RET-BLOCCO
           END-IF.
