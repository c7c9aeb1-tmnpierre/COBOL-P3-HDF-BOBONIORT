      *    prete a remettre ou poster. Un rapport de controle
      *    (FISCALCTRL) recapitule le nombre d'attestations emises et
      *    le total atteste, pour le service comptabilite.
      *    Sous mesure de protection (table LEGAL_REP), l'attestation
      *    est adressee au representant legal de l'adherent
      *    (getlegrep).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fisccust.
       01  WS-ATTEST-COUNT            PIC 9(07) VALUE 0.
       01  WS-ATTEST-TOTAL            PIC 9(11)V99 VALUE 0.

      *    [MF] Representant legal (getlegrep) : sous mesure de
      *    protection active, le destinataire et l'adresse de
      *    l'attestation sont ceux du representant.
       01  WS-REP-ADDRESSEE           PIC X(80).
       01  WS-REP-TYPE                PIC X(01).
       01  WS-REP-FOUND               PIC X(01).

      *    [MF] Ligne transmise au registre des courriers envoyes
      *    (logcorr).
       01  WS-CORR-RECORD           PIC X(132).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  USERNAME PIC  X(05).
       01  PASSWD   PIC  X(10).
       01  SQL-UUID                 PIC X(36).
       01  SQL-LASTNAME             PIC X(50).
       01  SQL-FIRSTNAME            PIC X(50).
       01  SQL-ADRESS1              PIC X(50).
       LIST-FISCAL-TOTALS.
           EXEC SQL
               DECLARE CRSFISCCUST CURSOR FOR
               SELECT customer_uuid, customer_lastname,
                   customer_firstname,
                   customer_adress1, customer_zipcode, customer_town,
                   customer_code_secu,
                   ( SELECT COALESCE(SUM(echeancier_amount), 0)
           PERFORM UNTIL WS-FISC-EOF = 'Y'
               EXEC SQL
                   FETCH CRSFISCCUST
                   INTO :SQL-UUID, :SQL-LASTNAME, :SQL-FIRSTNAME,
                       :SQL-ADRESS1,
                       :SQL-ZIPCODE, :SQL-TOWN, :SQL-CODE-SECU,
                       :SQL-YEAR-TOTAL
               END-EXEC
       WRITE-ONE-ATTESTATION.
           ADD 1 TO WS-ATTEST-COUNT
           ADD SQL-YEAR-TOTAL TO WS-ATTEST-TOTAL
           PERFORM APPLY-LEGAL-REP

           MOVE ALL '-' TO ATTEST-RECORD
           WRITE ATTEST-RECORD.
           END-STRING
           WRITE ATTEST-RECORD.

           IF WS-REP-FOUND = 'Y'
               MOVE SPACES TO ATTEST-RECORD
               STRING 'A L''ATTENTION DE     : ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-REP-ADDRESSEE)
                       DELIMITED BY SIZE
                   INTO ATTEST-RECORD
               END-STRING
               WRITE ATTEST-RECORD
           END-IF

           MOVE SPACES TO ATTEST-RECORD
           STRING 'ADRESSE              : ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-ADRESS1) DELIMITED BY SIZE
           MOVE ALL '-' TO ATTEST-RECORD
           WRITE ATTEST-RECORD.

           MOVE SPACES TO WS-CORR-RECORD
           STRING 'ATTESTATION FISCALE;ANNEE ' DELIMITED BY SIZE
                   WS-CLOSED-YEAR DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-REP-ADDRESSEE) DELIMITED BY SIZE
               INTO WS-CORR-RECORD
           END-STRING
           CALL 'logcorr' USING SQL-UUID, 'C', WS-CORR-RECORD
           END-CALL.

      *    [MF] Destinataire de l'attestation : l'adherent, ou son
      *    representant legal a l'adresse de celui-ci quand une
      *    mesure de protection est active (getlegrep).
       APPLY-LEGAL-REP.
           MOVE SPACES TO WS-REP-ADDRESSEE
           STRING FUNCTION TRIM(SQL-FIRSTNAME) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-LASTNAME) DELIMITED BY SIZE
               INTO WS-REP-ADDRESSEE
           END-STRING
           CALL 'getlegrep' USING SQL-UUID, WS-REP-ADDRESSEE,
               SQL-ADRESS1, SQL-ZIPCODE, SQL-TOWN, WS-REP-TYPE,
               WS-REP-FOUND
           END-CALL.

      *    [MF] Rapport de controle : nombre d'attestations emises et
      *    total atteste, pour le rapprochement comptable.
       WRITE-CONTROL-REPORT.
