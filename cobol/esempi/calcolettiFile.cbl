      ******************************************************************
      * ROUTINE COMUNE DI VALIDAZIONE DEI CODICI ANAGRAFICI
      * Richiamata con CALL "VALIDA-CODICI" da magazzino, paghe e
      * conti in inserimento dati e dal controllo massivo degli
      * archivi. Il tipo in VAL-TIPO sceglie il controllo:
      *   CF   codice fiscale: struttura, omocodia, carattere di
      *        controllo e, se indicati, coerenza con data di
      *        nascita (AAAA-MM-GG) e sesso (M/F); il codice
      *        numerico di 11 cifre e' controllato come partita IVA
      *   PIVA partita IVA: 11 cifre (prefisso IT ammesso) e cifra
      *        di controllo
      *   IBAN lunghezza per paese, controllo modulo 97 e, per gli
      *        IBAN italiani e sammarinesi, struttura di ABI e CAB e
      *        coerenza del CIN
      * VAL-ESITO torna OK o KO con il motivo in VAL-MOTIVO;
      * VAL-NORMALIZZATO riporta il valore senza spazi, in
      * maiuscolo, da registrare in anagrafica.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDA-CODICI.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-APPOGGIO         PIC X(34).
       01  WS-LAVORO           PIC X(34).
       01  WS-RIORDINATO       PIC X(34).
       01  WS-CONTROLLO-STRINGA PIC X(22).
       01  WS-LUN              PIC 99.
       01  WS-LUN-CONTROLLO    PIC 99.
       01  WS-I                PIC 99.
       01  WS-CHAR             PIC X.
       01  WS-TALLY            PIC 99.
       01  WS-SOMMA            PIC 9(4).
       01  WS-QUOZIENTE        PIC 9(6).
       01  WS-RESTO            PIC 99.
       01  WS-RESTO-97         PIC 9(4).
       01  WS-DISPARI-PARI     PIC 9.
       01  WS-CONTROLLO        PIC 99.
       01  WS-DOPPIO           PIC 99.
       01  WS-CIFRA-X          PIC X.
       01  WS-CIFRA REDEFINES WS-CIFRA-X PIC 9.
       01  WS-LUN-ATTESA-ED    PIC Z9.

       01  WS-CARATTERI        PIC X(36)
           VALUE "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-ALFABETO         PIC X(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-MINUSCOLE        PIC X(26)
           VALUE "abcdefghijklmnopqrstuvwxyz".
      * Lettere che sostituiscono le cifre nei codici omocodici
       01  WS-OMOCODIA         PIC X(10) VALUE "LMNPQRSTUV".
       01  WS-MESI-CF          PIC X(12) VALUE "ABCDEHLMPRST".

      * Valori dei caratteri in posizione dispari (0-9, A-Z) per il
      * carattere di controllo del codice fiscale e per il CIN
       01  WS-TABELLA-DISPARI-VALORI.
           05  FILLER PIC X(36)
               VALUE "010005070913151719210100050709131517".
           05  FILLER PIC X(36)
               VALUE "192102041820110306081214161022252423".
       01  WS-TABELLA-DISPARI REDEFINES WS-TABELLA-DISPARI-VALORI.
           05  WS-DISPARI          PIC 99 OCCURS 36 TIMES.

      * Data di nascita e sesso ricavati dal codice fiscale
       01  WS-CF-NASCITA.
           05  WS-CF-ANNO-X        PIC XX.
           05  WS-CF-ANNO REDEFINES WS-CF-ANNO-X PIC 99.
           05  WS-CF-GIORNO-X      PIC XX.
           05  WS-CF-GIORNO REDEFINES WS-CF-GIORNO-X PIC 99.
           05  WS-CF-MESE          PIC 99.
           05  WS-CF-SESSO         PIC X.
       01  WS-SESSO            PIC X.
       01  WS-NASCITA.
           05  WS-NAS-MESE-X       PIC XX.
           05  WS-NAS-MESE REDEFINES WS-NAS-MESE-X PIC 99.
           05  WS-NAS-GIORNO-X     PIC XX.
           05  WS-NAS-GIORNO REDEFINES WS-NAS-GIORNO-X PIC 99.

      * Paesi dell'area SEPA e lunghezza dei rispettivi IBAN
       01  WS-PAESI-IBAN-VALORI.
           05  FILLER PIC X(40)
               VALUE "AD24AT20BE16BG22CH21CY28CZ24DE22DK18EE20".
           05  FILLER PIC X(40)
               VALUE "ES24FI18FR27GB22GI23GR27HR21HU28IE22IS26".
           05  FILLER PIC X(40)
               VALUE "IT27LI21LT20LU20LV21MC27MT31NL18NO15PL28".
           05  FILLER PIC X(28)
               VALUE "PT25RO24SE24SI19SK24SM27VA22".
       01  WS-PAESI-IBAN REDEFINES WS-PAESI-IBAN-VALORI.
           05  WS-PAESE-IBAN OCCURS 37 TIMES.
               10  WS-PAE-CODICE   PIC XX.
               10  WS-PAE-LUNGHEZZA PIC 99.
       01  WS-NUM-PAESI        PIC 99 VALUE 37.
       01  WS-PAESE-TROVATO    PIC 99.

       LINKAGE SECTION.
       01  VAL-PARAMETRI.
           05  VAL-TIPO            PIC X(4).
               88  VAL-TIPO-CF     VALUE "CF".
               88  VAL-TIPO-PIVA   VALUE "PIVA".
               88  VAL-TIPO-IBAN   VALUE "IBAN".
           05  VAL-VALORE          PIC X(34).
           05  VAL-DATA-NASCITA    PIC X(10).
           05  VAL-SESSO           PIC X.
           05  VAL-ESITO           PIC X(2).
           05  VAL-MOTIVO          PIC X(50).
           05  VAL-NORMALIZZATO    PIC X(34).

       PROCEDURE DIVISION USING VAL-PARAMETRI.
       MAIN-PARAGRAPH.
           MOVE "OK" TO VAL-ESITO
           MOVE SPACES TO VAL-MOTIVO

           PERFORM NORMALIZZA-VALORE

           IF WS-LUN = 0
               MOVE "KO" TO VAL-ESITO
               MOVE "VALORE MANCANTE" TO VAL-MOTIVO
           ELSE
               EVALUATE TRUE
                   WHEN VAL-TIPO-CF
                       PERFORM VALIDA-CODICE-FISCALE
                   WHEN VAL-TIPO-PIVA
                       PERFORM VALIDA-PARTITA-IVA
                   WHEN VAL-TIPO-IBAN
                       PERFORM VALIDA-IBAN
                   WHEN OTHER
                       MOVE "KO" TO VAL-ESITO
                       MOVE "TIPO DI CONTROLLO NON PREVISTO"
                           TO VAL-MOTIVO
               END-EVALUATE
           END-IF

           MOVE WS-LAVORO TO VAL-NORMALIZZATO

           GOBACK.

      * Valore in maiuscolo e senza spazi, con la sua lunghezza
       NORMALIZZA-VALORE.
           MOVE VAL-VALORE TO WS-APPOGGIO
           INSPECT WS-APPOGGIO CONVERTING WS-MINUSCOLE TO WS-ALFABETO
           MOVE SPACES TO WS-LAVORO
           MOVE ZERO TO WS-LUN
           PERFORM COMPATTA-CARATTERE
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 34.

       COMPATTA-CARATTERE.
           IF WS-APPOGGIO(WS-I:1) NOT = SPACE
               ADD 1 TO WS-LUN
               MOVE WS-APPOGGIO(WS-I:1) TO WS-LAVORO(WS-LUN:1)
           END-IF.

      * Codice fiscale delle persone fisiche: 6 lettere di cognome e
      * nome, anno, mese (lettera), giorno (+40 per le donne),
      * comune di nascita e carattere di controllo; le cifre possono
      * essere sostituite dalle lettere di omocodia
       VALIDA-CODICE-FISCALE.
           IF WS-LUN = 11 AND WS-LAVORO(1:11) IS NUMERIC
               PERFORM VALIDA-PARTITA-IVA
               EXIT PARAGRAPH
           END-IF

           IF WS-LUN NOT = 16
               MOVE "KO" TO VAL-ESITO
               MOVE "LUNGHEZZA DIVERSA DA 16 CARATTERI" TO VAL-MOTIVO
               EXIT PARAGRAPH
           END-IF

           PERFORM CONTROLLA-STRUTTURA-CF
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 16
           IF VAL-ESITO = "KO"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LAVORO(1:15) TO WS-CONTROLLO-STRINGA
           MOVE 15 TO WS-LUN-CONTROLLO
           PERFORM CALCOLA-CARATTERE-CONTROLLO
           IF WS-LAVORO(16:1) NOT = WS-ALFABETO(WS-RESTO + 1:1)
               MOVE "KO" TO VAL-ESITO
               MOVE "CARATTERE DI CONTROLLO ERRATO" TO VAL-MOTIVO
               EXIT PARAGRAPH
           END-IF

           PERFORM DECODIFICA-NASCITA-CF
           IF VAL-ESITO = "KO"
               EXIT PARAGRAPH
           END-IF

           PERFORM CONTROLLA-COERENZA-CF.

       CONTROLLA-STRUTTURA-CF.
           IF VAL-ESITO = "KO"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LAVORO(WS-I:1) TO WS-CHAR

           EVALUATE WS-I
               WHEN 1 THRU 6
               WHEN 9
               WHEN 12
               WHEN 16
                   IF WS-CHAR IS NOT ALPHABETIC-UPPER
                       MOVE "KO" TO VAL-ESITO
                   END-IF
               WHEN OTHER
                   IF WS-CHAR IS NOT NUMERIC
                       MOVE ZERO TO WS-TALLY
                       INSPECT WS-OMOCODIA TALLYING WS-TALLY
                           FOR CHARACTERS BEFORE INITIAL WS-CHAR
                       IF WS-TALLY = 10
                           MOVE "KO" TO VAL-ESITO
                       END-IF
                   END-IF
           END-EVALUATE

           IF VAL-ESITO = "KO"
               MOVE SPACES TO VAL-MOTIVO
               MOVE WS-I TO WS-LUN-ATTESA-ED
               STRING "CARATTERE NON AMMESSO IN POSIZIONE "
                      WS-LUN-ATTESA-ED
                      DELIMITED BY SIZE INTO VAL-MOTIVO
           END-IF.

      * Anno, mese, giorno e sesso; le lettere di omocodia tornano
      * cifre prima della decodifica
       DECODIFICA-NASCITA-CF.
           MOVE WS-LAVORO(7:2) TO WS-CF-ANNO-X
           MOVE WS-LAVORO(10:2) TO WS-CF-GIORNO-X
           INSPECT WS-CF-ANNO-X CONVERTING WS-OMOCODIA TO "0123456789"
           INSPECT WS-CF-GIORNO-X
               CONVERTING WS-OMOCODIA TO "0123456789"

           MOVE ZERO TO WS-TALLY
           INSPECT WS-MESI-CF TALLYING WS-TALLY
               FOR CHARACTERS BEFORE INITIAL WS-LAVORO(9:1)
           IF WS-TALLY = 12
               MOVE "KO" TO VAL-ESITO
               MOVE "MESE DI NASCITA NON VALIDO" TO VAL-MOTIVO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CF-MESE = WS-TALLY + 1

           MOVE 'M' TO WS-CF-SESSO
           IF WS-CF-GIORNO > 40
               MOVE 'F' TO WS-CF-SESSO
               SUBTRACT 40 FROM WS-CF-GIORNO
           END-IF

           IF WS-CF-GIORNO < 1 OR WS-CF-GIORNO > 31
               MOVE "KO" TO VAL-ESITO
               MOVE "GIORNO DI NASCITA NON VALIDO" TO VAL-MOTIVO
           END-IF.

      * Confronto con data di nascita e sesso, quando indicati
       CONTROLLA-COERENZA-CF.
           IF VAL-DATA-NASCITA NOT = SPACES
               MOVE VAL-DATA-NASCITA(6:2) TO WS-NAS-MESE-X
               MOVE VAL-DATA-NASCITA(9:2) TO WS-NAS-GIORNO-X
               IF VAL-DATA-NASCITA(1:4) IS NOT NUMERIC
                   OR WS-NAS-MESE-X IS NOT NUMERIC
                   OR WS-NAS-GIORNO-X IS NOT NUMERIC
                   MOVE "KO" TO VAL-ESITO
                   MOVE "DATA DI NASCITA NON VALIDA" TO VAL-MOTIVO
                   EXIT PARAGRAPH
               END-IF
               IF VAL-DATA-NASCITA(3:2) NOT = WS-CF-ANNO-X
                   OR WS-NAS-MESE NOT = WS-CF-MESE
                   OR WS-NAS-GIORNO NOT = WS-CF-GIORNO
                   MOVE "KO" TO VAL-ESITO
                   MOVE "NON COERENTE CON LA DATA DI NASCITA"
                       TO VAL-MOTIVO
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE VAL-SESSO TO WS-SESSO
           INSPECT WS-SESSO CONVERTING "mf" TO "MF"
           IF (WS-SESSO = 'M' OR WS-SESSO = 'F')
               AND WS-SESSO NOT = WS-CF-SESSO
               MOVE "KO" TO VAL-ESITO
               MOVE "NON COERENTE CON IL SESSO" TO VAL-MOTIVO
           END-IF.

      * Somma dei valori dei caratteri in WS-CONTROLLO-STRINGA:
      * posizioni dispari dalla tabella, pari dal valore ordinale
      * (cifre 0-9, lettere 0-25); il resto modulo 26 e' la lettera
      * di controllo
       CALCOLA-CARATTERE-CONTROLLO.
           MOVE ZERO TO WS-SOMMA
           PERFORM SOMMA-CARATTERE-CONTROLLO
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-LUN-CONTROLLO
           DIVIDE WS-SOMMA BY 26 GIVING WS-QUOZIENTE
               REMAINDER WS-RESTO.

       SOMMA-CARATTERE-CONTROLLO.
           MOVE WS-CONTROLLO-STRINGA(WS-I:1) TO WS-CHAR
           MOVE ZERO TO WS-TALLY
           INSPECT WS-CARATTERI TALLYING WS-TALLY
               FOR CHARACTERS BEFORE INITIAL WS-CHAR
           IF WS-TALLY = 36
               EXIT PARAGRAPH
           END-IF

           DIVIDE WS-I BY 2 GIVING WS-QUOZIENTE
               REMAINDER WS-DISPARI-PARI
           IF WS-DISPARI-PARI = 1
               ADD WS-DISPARI(WS-TALLY + 1) TO WS-SOMMA
           ELSE
               IF WS-TALLY < 10
                   ADD WS-TALLY TO WS-SOMMA
               ELSE
                   COMPUTE WS-SOMMA = WS-SOMMA + WS-TALLY - 10
               END-IF
           END-IF.

      * Partita IVA: cifre dispari sommate, cifre pari raddoppiate
      * (meno 9 se oltre 9); la cifra di controllo completa la
      * somma al multiplo di 10
       VALIDA-PARTITA-IVA.
           IF WS-LUN = 13 AND WS-LAVORO(1:2) = "IT"
               MOVE WS-LAVORO(3:11) TO WS-APPOGGIO
               MOVE SPACES TO WS-LAVORO
               MOVE WS-APPOGGIO(1:11) TO WS-LAVORO
               MOVE 11 TO WS-LUN
           END-IF

           IF WS-LUN NOT = 11 OR WS-LAVORO(1:11) IS NOT NUMERIC
               MOVE "KO" TO VAL-ESITO
               MOVE "LA PARTITA IVA DEVE AVERE 11 CIFRE" TO VAL-MOTIVO
               EXIT PARAGRAPH
           END-IF

           IF WS-LAVORO(1:11) = ALL "0"
               MOVE "KO" TO VAL-ESITO
               MOVE "PARTITA IVA NULLA" TO VAL-MOTIVO
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-SOMMA
           PERFORM SOMMA-CIFRA-PIVA
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 10

           DIVIDE WS-SOMMA BY 10 GIVING WS-QUOZIENTE
               REMAINDER WS-RESTO
           COMPUTE WS-CONTROLLO = 10 - WS-RESTO
           IF WS-CONTROLLO = 10
               MOVE ZERO TO WS-CONTROLLO
           END-IF

           MOVE WS-LAVORO(11:1) TO WS-CIFRA-X
           IF WS-CIFRA NOT = WS-CONTROLLO
               MOVE "KO" TO VAL-ESITO
               MOVE "CIFRA DI CONTROLLO ERRATA" TO VAL-MOTIVO
           END-IF.

       SOMMA-CIFRA-PIVA.
           MOVE WS-LAVORO(WS-I:1) TO WS-CIFRA-X
           DIVIDE WS-I BY 2 GIVING WS-QUOZIENTE
               REMAINDER WS-DISPARI-PARI
           IF WS-DISPARI-PARI = 1
               ADD WS-CIFRA TO WS-SOMMA
           ELSE
               COMPUTE WS-DOPPIO = WS-CIFRA * 2
               IF WS-DOPPIO > 9
                   SUBTRACT 9 FROM WS-DOPPIO
               END-IF
               ADD WS-DOPPIO TO WS-SOMMA
           END-IF.

      * IBAN: paese e lunghezza prevista, poi controllo modulo 97
      * (primi 4 caratteri in coda, lettere 10-35, resto 1)
       VALIDA-IBAN.
           IF WS-LUN < 5
               MOVE "KO" TO VAL-ESITO
               MOVE "IBAN TROPPO CORTO" TO VAL-MOTIVO
               EXIT PARAGRAPH
           END-IF

           IF WS-LAVORO(1:2) IS NOT ALPHABETIC-UPPER
               OR WS-LAVORO(3:2) IS NOT NUMERIC
               MOVE "KO" TO VAL-ESITO
               MOVE "PAESE O CIFRE DI CONTROLLO NON VALIDI"
                   TO VAL-MOTIVO
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-PAESE-TROVATO
           PERFORM CERCA-PAESE-IBAN
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-NUM-PAESI OR WS-PAESE-TROVATO > 0
           IF WS-PAESE-TROVATO = 0
               MOVE "KO" TO VAL-ESITO
               MOVE SPACES TO VAL-MOTIVO
               STRING "PAESE " WS-LAVORO(1:2) " NON PREVISTO"
                      DELIMITED BY SIZE INTO VAL-MOTIVO
               EXIT PARAGRAPH
           END-IF

           IF WS-LUN NOT = WS-PAE-LUNGHEZZA(WS-PAESE-TROVATO)
               MOVE "KO" TO VAL-ESITO
               MOVE SPACES TO VAL-MOTIVO
               MOVE WS-PAE-LUNGHEZZA(WS-PAESE-TROVATO)
                   TO WS-LUN-ATTESA-ED
               STRING "LUNGHEZZA ERRATA: ATTESI " WS-LUN-ATTESA-ED
                      " CARATTERI"
                      DELIMITED BY SIZE INTO VAL-MOTIVO
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-RIORDINATO
           STRING WS-LAVORO(5:WS-LUN - 4)
                  WS-LAVORO(1:4)
                  DELIMITED BY SIZE INTO WS-RIORDINATO

           MOVE ZERO TO WS-RESTO-97
           PERFORM SOMMA-CARATTERE-IBAN
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-LUN OR VAL-ESITO = "KO"
           IF VAL-ESITO = "KO"
               EXIT PARAGRAPH
           END-IF

           IF WS-RESTO-97 NOT = 1
               MOVE "KO" TO VAL-ESITO
               MOVE "CIFRE DI CONTROLLO ERRATE (MODULO 97)"
                   TO VAL-MOTIVO
               EXIT PARAGRAPH
           END-IF

           IF WS-LAVORO(1:2) = "IT" OR WS-LAVORO(1:2) = "SM"
               PERFORM CONTROLLA-ABI-CAB
           END-IF.

       CERCA-PAESE-IBAN.
           IF WS-PAE-CODICE(WS-I) = WS-LAVORO(1:2)
               MOVE WS-I TO WS-PAESE-TROVATO
           END-IF.

       SOMMA-CARATTERE-IBAN.
           MOVE WS-RIORDINATO(WS-I:1) TO WS-CHAR
           MOVE ZERO TO WS-TALLY
           INSPECT WS-CARATTERI TALLYING WS-TALLY
               FOR CHARACTERS BEFORE INITIAL WS-CHAR
           EVALUATE TRUE
               WHEN WS-TALLY = 36
                   MOVE "KO" TO VAL-ESITO
                   MOVE "CARATTERE NON AMMESSO NELL'IBAN"
                       TO VAL-MOTIVO
               WHEN WS-TALLY < 10
                   COMPUTE WS-SOMMA = WS-RESTO-97 * 10 + WS-TALLY
                   DIVIDE WS-SOMMA BY 97 GIVING WS-QUOZIENTE
                       REMAINDER WS-RESTO-97
               WHEN OTHER
                   COMPUTE WS-SOMMA = WS-RESTO-97 * 100 + WS-TALLY
                   DIVIDE WS-SOMMA BY 97 GIVING WS-QUOZIENTE
                       REMAINDER WS-RESTO-97
           END-EVALUATE.

      * BBAN italiano: CIN (lettera), ABI e CAB di 5 cifre, conto di
      * 12 caratteri; il CIN si calcola su ABI, CAB e conto con le
      * stesse tabelle del codice fiscale
       CONTROLLA-ABI-CAB.
           IF WS-LAVORO(5:1) IS NOT ALPHABETIC-UPPER
               MOVE "KO" TO VAL-ESITO
               MOVE "CIN NON VALIDO" TO VAL-MOTIVO
               EXIT PARAGRAPH
           END-IF

           IF WS-LAVORO(6:5) IS NOT NUMERIC
               OR WS-LAVORO(6:5) = "00000"
               MOVE "KO" TO VAL-ESITO
               MOVE "CODICE ABI NON VALIDO" TO VAL-MOTIVO
               EXIT PARAGRAPH
           END-IF

           IF WS-LAVORO(11:5) IS NOT NUMERIC
               OR WS-LAVORO(11:5) = "00000"
               MOVE "KO" TO VAL-ESITO
               MOVE "CODICE CAB NON VALIDO" TO VAL-MOTIVO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LAVORO(6:22) TO WS-CONTROLLO-STRINGA
           MOVE 22 TO WS-LUN-CONTROLLO
           PERFORM CALCOLA-CARATTERE-CONTROLLO
           IF WS-LAVORO(5:1) NOT = WS-ALFABETO(WS-RESTO + 1:1)
               MOVE "KO" TO VAL-ESITO
               MOVE "CIN NON COERENTE CON ABI, CAB E CONTO"
                   TO VAL-MOTIVO
           END-IF.
