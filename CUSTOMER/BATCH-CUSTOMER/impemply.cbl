      *    que sepacust preleve a l'employeur pour le groupe entier,
      *    au lieu de chaque salarie un par un.
      *    Le resultat ligne a ligne est depose dans EMPLOYEELOG.
      *
      *    Le meme fichier porte les departs de l'entreprise, une
      *    ligne SORTIE,<code_secu>,<date de sortie>,<motif> par
      *    salarie sorti (date AAAA-MM-JJ ; motif LIC licenciement,
      *    RUP rupture conventionnelle, FIN fin de CDD, DEM
      *    demission, RET retraite, FLG faute lourde) - l'employeur
      *    telephonait et le contrat etait clos a la main, sans
      *    portabilite. Sur un motif ouvrant droit au chomage (LIC,
      *    RUP, FIN), le contrat de groupe passe en portabilite
      *    (statut 'P') : l'ancien salarie reste couvert sans
      *    cotisation pendant la duree de son dernier contrat de
      *    travail - mesuree depuis l'entree dans le groupe - en
      *    mois entiers arrondis au superieur, douze mois au plus ;
      *    les echeances posterieures a la sortie sont annulees et
      *    renewcont clot le contrat a la fin de la portabilite.
      *    Sur les autres motifs, le contrat est clos a la date de
      *    sortie. Dans les deux cas, l'ancien salarie recoit un
      *    courrier lui proposant un contrat individuel (creacont).
      *
      *    Chaque passage recoit un numero (IMPORT_RUN, via logimprun)
      *    rappele en tete d'EMPLOYEELOG ; il est remis a ccback par
      *    la variable BOBONIORT_IMPORT_RUN et porte sur chaque fiche,
      *    contrat et echeance crees, pour que annuimp puisse annuler
      *    une liste envoyee par erreur. Les departs, qui modifient
      *    des contrats existants, ne sont pas concernes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. impemply.
           SELECT IMPORT-REPORT ASSIGN TO "EMPLOYEELOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REPORT-FILE-STATUS.
           SELECT COURRIER-FILE ASSIGN TO "COURRIERQUEUE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-COURRIER-FILE-STATUS.

      ******************************************************************

       FD  IMPORT-REPORT.
       01  IMPORT-REPORT-RECORD         PIC X(80).

       FD  COURRIER-FILE.
       01  COURRIER-RECORD              PIC X(120).

       WORKING-STORAGE SECTION.

       01  WS-IMPORT-FILE-STATUS        PIC X(02).
       01  WS-REPORT-FILE-STATUS        PIC X(02).
       01  WS-COURRIER-FILE-STATUS      PIC X(02).
       01  WS-IMPORT-EOF                PIC X(01) VALUE 'N'.

       01  WS-IMPORT-LINE-COUNT         PIC 9(07) VALUE 0.
       01  WS-IMPORT-ERROR-COUNT        PIC 9(07) VALUE 0.

       01  WS-HEADER-TAG                PIC X(10).
       01  WS-LINE-TAG                  PIC X(10).
       01  WS-DEPARTURE-COUNT           PIC 9(07) VALUE 0.
       01  WS-PORTABILITY-COUNT         PIC 9(07) VALUE 0.
       01  WS-EMPLOYER-CODE             PIC X(10).

       01  WS-REQUEST-CODE              PIC 9(01).
           05  WS-IMP-CONSENT-PHONE     PIC X(01).
           05  WS-IMP-CONSENT-PURPOSE   PIC X(20).
           05  WS-IMP-AGENCY            PIC X(10).
           05  WS-IMP-SPONSOR-CODE-SECU PIC X(15).
       01  WS-ERROR-MESSAGE             PIC X(500).

      *    [MF] Ligne de depart : code_secu, date et motif de sortie,
      *    et duree de portabilite qui en decoule.
       01  WS-EXIT-CODE-SECU            PIC X(15).
       01  WS-EXIT-DATE                 PIC X(10).
       01  WS-EXIT-REASON               PIC X(03).
       01  WS-EXIT-YYYYMMDD             PIC 9(08).
       01  WS-START-YYYYMMDD            PIC 9(08).
       01  WS-SERVICE-DAYS              PIC S9(07).
       01  WS-PORT-MONTHS               PIC 9(02).
       01  WS-PORT-YEAR                 PIC 9(04).
       01  WS-PORT-MONTH                PIC 9(02).
       01  WS-PORT-DAY                  PIC 9(02).
       01  WS-PORT-MONTH-INDEX          PIC 9(05).
       01  WS-PORTABLE-FLAG             PIC X(01).
       01  WS-AUDIT-ACTION              PIC X(20).
       01  WS-AUDIT-DETAIL              PIC X(200).

      *    [MF] Courrier de proposition de contrat individuel, meme
      *    file courrier et meme gabarit (gettmpl) que renewcont.
       01  WS-TMPL-CHANNEL              PIC X(01).
       01  WS-TMPL-TYPE                 PIC X(40).
       01  WS-TMPL-DETAIL               PIC X(80).
       01  WS-TMPL-SUBJECT              PIC X(40).
       01  WS-TMPL-BODY                 PIC X(200).
       01  WS-TMPL-FOUND                PIC X(01).
       01  WS-LETTER-SUBJECT            PIC X(40).
       01  WS-COURRIER-WORK             PIC X(120).
       01  WS-REP-ADDRESSEE             PIC X(80).
       01  WS-REP-TYPE                  PIC X(01).
       01  WS-REP-FOUND                 PIC X(01).

      *    [MF] Echeancier mensuel du contrat de groupe, meme
      *    mecanique que creacont ramenee a douze mois.
       01  WS-ECH-START-YEAR            PIC 9(04).
       01  WS-ECH-BILLED-SO-FAR         PIC 9(07)V99.
       01  WS-ECH-OFFSET                PIC 9(03).

      *    [MF] Ligne de la file transmise au registre des
      *    courriers envoyes (logcorr).
       01  WS-CORR-RECORD           PIC X(132).

      *    [MF] Numero du passage d'import (IMPORT_RUN).
       01  WS-IMPORT-RUN-MODE           PIC X(01).
       01  WS-IMPORT-RUN-CLEAR          PIC X(09) VALUE SPACES.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  USERNAME PIC  X(05).
       01  SQL-END-DATE             PIC X(10).
       01  SQL-DUE-DATE             PIC X(10).
       01  SQL-DUE-AMOUNT           PIC 9(07)V99.
       01  SQL-CONTRACT-START       PIC X(10).
       01  SQL-EXIT-DATE            PIC X(10).
       01  SQL-EXIT-REASON          PIC X(03).
       01  SQL-PORT-END-DATE        PIC X(10).
       01  SQL-LASTNAME             PIC X(50).
       01  SQL-FIRSTNAME            PIC X(50).
       01  SQL-ADRESS1              PIC X(50).
       01  SQL-ZIPCODE              PIC X(15).
       01  SQL-TOWN                 PIC X(50).
       01  SQL-ADDR-INVALID-FLAG    PIC X(01).
       01  SQL-IMPORT-RUN-ID        PIC 9(09) VALUE 0.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

               GOBACK
           END-IF.

           PERFORM OPEN-IMPORT-RUN.
           IF SQL-IMPORT-RUN-ID = 0
               DISPLAY 'PASSAGE D''IMPORT NON ENREGISTRE'
               CLOSE IMPORT-FILE
               CLOSE IMPORT-REPORT
               EXEC SQL ROLLBACK WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM COMPUTE-CONTRACT-DATES.

           READ IMPORT-FILE
               AT END MOVE 'Y' TO WS-IMPORT-EOF
           END-READ.
           PERFORM PROCESS-ONE-EMPLOYEE
               THRU PROCESS-ONE-EMPLOYEE-FIN
               UNTIL WS-IMPORT-EOF = 'Y'.

           CLOSE IMPORT-FILE.
           DISPLAY 'BOBONIORT_IMPORT_RUN' UPON ENVIRONMENT-NAME.
           DISPLAY WS-IMPORT-RUN-CLEAR UPON ENVIRONMENT-VALUE.
           PERFORM WRITE-IMPORT-SUMMARY.
           CLOSE IMPORT-REPORT.

           MOVE 'C' TO WS-IMPORT-RUN-MODE.
           CALL 'logimprun' USING WS-IMPORT-RUN-MODE, 'impemply  ',
               SQL-IMPORT-RUN-ID, WS-IMPORT-OK-COUNT,
               WS-IMPORT-ERROR-COUNT
           END-CALL.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY WS-IMPORT-OK-COUNT ' SALARIE(S) IMPORTE(S)'.
           DISPLAY WS-DEPARTURE-COUNT ' DEPART(S) TRAITE(S)'.
           DISPLAY WS-PORTABILITY-COUNT ' PORTABILITE(S) OUVERTE(S)'.
           DISPLAY WS-IMPORT-ERROR-COUNT ' LIGNE(S) EN ERREUR'.
           GOBACK.

               END-IF
           END-IF.

      *    [MF] Enregistre le passage dans IMPORT_RUN, valide d'emblee
      *    pour rester visible meme si le chargement s'interrompt,
      *    annonce son numero en tete du compte rendu et le publie
      *    pour ccback.
       OPEN-IMPORT-RUN.
           MOVE 'O' TO WS-IMPORT-RUN-MODE
           CALL 'logimprun' USING WS-IMPORT-RUN-MODE, 'impemply  ',
               SQL-IMPORT-RUN-ID, WS-IMPORT-OK-COUNT,
               WS-IMPORT-ERROR-COUNT
           END-CALL
           IF SQL-IMPORT-RUN-ID NOT = 0
               EXEC SQL COMMIT WORK END-EXEC
               MOVE SPACES TO IMPORT-REPORT-RECORD
               STRING 'PASSAGE D''IMPORT N. ' DELIMITED BY SIZE
                       SQL-IMPORT-RUN-ID DELIMITED BY SIZE
                       ' GROUPE ' DELIMITED BY SIZE
                       FUNCTION TRIM(SQL-EMPLOYER-CODE)
                           DELIMITED BY SIZE
                   INTO IMPORT-REPORT-RECORD
               END-STRING
               WRITE IMPORT-REPORT-RECORD
               DISPLAY 'BOBONIORT_IMPORT_RUN' UPON ENVIRONMENT-NAME
               DISPLAY SQL-IMPORT-RUN-ID UPON ENVIRONMENT-VALUE
           END-IF.

      *    [MF] Le contrat de groupe court un an a compter du jour
      *    de l'import.
       COMPUTE-CONTRACT-DATES.
           MOVE WS-ECH-DUE-YEAR TO SQL-END-DATE(1:4).

      *    [MF] Decoupe une ligne salarie, la rejoue sur ccback puis
      *    rattache le contrat de groupe, et lit la ligne suivante ;
      *    une ligne SORTIE est un depart de l'entreprise.
       PROCESS-ONE-EMPLOYEE.
           ADD 1 TO WS-IMPORT-LINE-COUNT
           MOVE SPACES TO WS-LINE-TAG
           UNSTRING IMPORT-RECORD DELIMITED BY ','
               INTO WS-LINE-TAG
           END-UNSTRING
           IF FUNCTION UPPER-CASE(WS-LINE-TAG) = 'SORTIE'
               PERFORM PROCESS-DEPARTURE
               THRU PROCESS-DEPARTURE-FIN
               READ IMPORT-FILE
                   AT END MOVE 'Y' TO WS-IMPORT-EOF
               END-READ
               GO TO PROCESS-ONE-EMPLOYEE-FIN
           END-IF

           MOVE SPACES TO WS-ADHERENT-INPUT
           UNSTRING IMPORT-RECORD DELIMITED BY ','
               INTO WS-IMP-GENDER, WS-IMP-LASTNAME, WS-IMP-FIRSTNAME,
               AT END MOVE 'Y' TO WS-IMPORT-EOF
           END-READ.

       PROCESS-ONE-EMPLOYEE-FIN.
           EXIT.

      *    [MF] Rejoue la ligne sur ccback comme l'import
      *    d'adherents, puis cree le contrat rattache au groupe.
       IMPORT-ONE-EMPLOYEE.
                   CONTRACT_CUSTOMER_UUID, CONTRACT_PRODUCT_CODE,
                   CONTRACT_START_DATE, CONTRACT_END_DATE,
                   CONTRACT_PREMIUM_AMOUNT, CONTRACT_PAY_FREQ,
                   CONTRACT_STATUS, CONTRACT_EMPLOYER_CODE,
                   CONTRACT_IMPORT_RUN )
               VALUES ( :SQL-UUID, :SQL-EMPL-PRODUCT,
                        :SQL-START-DATE, :SQL-END-DATE,
                        :SQL-EMPL-RATE, 'M', 'A',
                        :SQL-EMPLOYER-CODE, :SQL-IMPORT-RUN-ID )
           END-EXEC.

           IF SQLCODE NOT = ZERO
                       ECHEANCIER_CUSTOMER_UUID,
                       ECHEANCIER_PRODUCT_CODE,
                       ECHEANCIER_DUE_DATE, ECHEANCIER_AMOUNT,
                       ECHEANCIER_STATUS, ECHEANCIER_IMPORT_RUN )
                   VALUES ( :SQL-UUID, :SQL-EMPL-PRODUCT,
                            :SQL-DUE-DATE, :SQL-DUE-AMOUNT, 'P',
                            :SQL-IMPORT-RUN-ID )
               END-EXEC
               IF SQLCODE NOT = ZERO
                   CALL 'logsqlerr' USING 'impemply',
               SUBTRACT 1 FROM WS-ECH-MONTHS-LEFT
           END-PERFORM.

      *    [MF] Depart d'un salarie : retrouve son contrat de groupe
      *    actif chez cet employeur, ouvre la portabilite ou clot le
      *    contrat selon le motif, annule les echeances posterieures
      *    a la sortie et propose un contrat individuel.
       PROCESS-DEPARTURE.
           ADD 1 TO WS-DEPARTURE-COUNT
           MOVE SPACES TO WS-EXIT-CODE-SECU WS-EXIT-DATE
               WS-EXIT-REASON
           UNSTRING IMPORT-RECORD DELIMITED BY ','
               INTO WS-LINE-TAG, WS-EXIT-CODE-SECU, WS-EXIT-DATE,
                   WS-EXIT-REASON
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-EXIT-REASON) TO WS-EXIT-REASON

           IF WS-EXIT-CODE-SECU = SPACES
               OR WS-EXIT-DATE(5:1) NOT = '-'
               OR WS-EXIT-DATE(8:1) NOT = '-'
               OR WS-EXIT-DATE(1:4) IS NOT NUMERIC
               OR WS-EXIT-DATE(6:2) IS NOT NUMERIC
               OR WS-EXIT-DATE(9:2) IS NOT NUMERIC
               MOVE 'SORTIE MAL FORMEE' TO WS-ERROR-MESSAGE
               PERFORM LOG-DEPARTURE-ERROR
               GO TO PROCESS-DEPARTURE-FIN
           END-IF

           EVALUATE WS-EXIT-REASON
               WHEN 'LIC'
               WHEN 'RUP'
               WHEN 'FIN'
                   MOVE 'Y' TO WS-PORTABLE-FLAG
               WHEN 'DEM'
               WHEN 'RET'
               WHEN 'FLG'
                   MOVE 'N' TO WS-PORTABLE-FLAG
               WHEN OTHER
                   MOVE 'MOTIF DE SORTIE INCONNU' TO WS-ERROR-MESSAGE
                   PERFORM LOG-DEPARTURE-ERROR
                   GO TO PROCESS-DEPARTURE-FIN
           END-EVALUATE

           MOVE WS-EXIT-CODE-SECU TO SQL-CODE-SECU
           MOVE WS-EXIT-DATE TO SQL-EXIT-DATE
           MOVE WS-EXIT-REASON TO SQL-EXIT-REASON
           EXEC SQL
               SELECT customer_uuid, customer_lastname,
                   customer_firstname, customer_adress1,
                   customer_zipcode, customer_town,
                   COALESCE(customer_address_invalid_flag, ' '),
                   contract_product_code, contract_start_date
               INTO :SQL-UUID, :SQL-LASTNAME, :SQL-FIRSTNAME,
                   :SQL-ADRESS1, :SQL-ZIPCODE, :SQL-TOWN,
                   :SQL-ADDR-INVALID-FLAG, :SQL-EMPL-PRODUCT,
                   :SQL-CONTRACT-START
               FROM customer, CONTRACT
               WHERE contract_customer_uuid = customer_uuid
               AND customer_code_secu = TRIM(:SQL-CODE-SECU)
               AND TRIM(contract_employer_code) =
                   TRIM(:SQL-EMPLOYER-CODE)
               AND contract_status = 'A'
               ORDER BY contract_start_date DESC
               LIMIT 1
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'SANS CONTRAT DE GROUPE ACTIF' TO WS-ERROR-MESSAGE
               PERFORM LOG-DEPARTURE-ERROR
               GO TO PROCESS-DEPARTURE-FIN
           END-IF

           IF WS-PORTABLE-FLAG = 'Y'
               PERFORM COMPUTE-PORTABILITY-END
               EXEC SQL
                   UPDATE CONTRACT
                   SET CONTRACT_STATUS = 'P',
                       CONTRACT_END_DATE = :SQL-PORT-END-DATE,
                       CONTRACT_PREMIUM_AMOUNT = 0,
                       CONTRACT_EXIT_DATE = :SQL-EXIT-DATE,
                       CONTRACT_EXIT_REASON = :SQL-EXIT-REASON
                   WHERE CONTRACT_CUSTOMER_UUID = :SQL-UUID
                   AND CONTRACT_PRODUCT_CODE = :SQL-EMPL-PRODUCT
                   AND TRIM(CONTRACT_EMPLOYER_CODE) =
                       TRIM(:SQL-EMPLOYER-CODE)
                   AND CONTRACT_STATUS = 'A'
               END-EXEC
           ELSE
               MOVE SQL-EXIT-DATE TO SQL-PORT-END-DATE
               EXEC SQL
                   UPDATE CONTRACT
                   SET CONTRACT_STATUS = 'R',
                       CONTRACT_END_DATE = :SQL-EXIT-DATE,
                       CONTRACT_EXIT_DATE = :SQL-EXIT-DATE,
                       CONTRACT_EXIT_REASON = :SQL-EXIT-REASON
                   WHERE CONTRACT_CUSTOMER_UUID = :SQL-UUID
                   AND CONTRACT_PRODUCT_CODE = :SQL-EMPL-PRODUCT
                   AND TRIM(CONTRACT_EMPLOYER_CODE) =
                       TRIM(:SQL-EMPLOYER-CODE)
                   AND CONTRACT_STATUS = 'A'
               END-EXEC
           END-IF

           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'impemply', 'DEPART-CONTRACT',
                   SQLCODE
               END-CALL
               MOVE 'ERREUR TECHNIQUE' TO WS-ERROR-MESSAGE
               PERFORM LOG-DEPARTURE-ERROR
               GO TO PROCESS-DEPARTURE-FIN
           END-IF

      *    [MF] Plus d'echeance apres la sortie : la portabilite est
      *    gratuite pour l'ancien salarie comme pour l'employeur.
           EXEC SQL
               UPDATE ECHEANCIER
               SET ECHEANCIER_STATUS = 'X'
               WHERE ECHEANCIER_CUSTOMER_UUID = :SQL-UUID
               AND ECHEANCIER_PRODUCT_CODE = :SQL-EMPL-PRODUCT
               AND ECHEANCIER_STATUS = 'P'
               AND ECHEANCIER_DUE_DATE > :SQL-EXIT-DATE
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               CALL 'logsqlerr' USING 'impemply', 'CANCEL-ECHEANCES',
                   SQLCODE
               END-CALL
           END-IF

           PERFORM WRITE-INDIVIDUAL-OFFER

           MOVE SPACES TO WS-AUDIT-DETAIL
           IF WS-PORTABLE-FLAG = 'Y'
               ADD 1 TO WS-PORTABILITY-COUNT
               MOVE 'SORTIE-PORTABILITE' TO WS-AUDIT-ACTION
           ELSE
               MOVE 'SORTIE-GROUPE' TO WS-AUDIT-ACTION
           END-IF
           STRING FUNCTION TRIM(SQL-EMPLOYER-CODE) DELIMITED BY SIZE
                   ' SORTIE ' DELIMITED BY SIZE
                   SQL-EXIT-DATE DELIMITED BY SIZE
                   ' MOTIF ' DELIMITED BY SIZE
                   SQL-EXIT-REASON DELIMITED BY SIZE
                   ' FIN ' DELIMITED BY SIZE
                   SQL-PORT-END-DATE DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL
           END-STRING
           CALL 'logaudit' USING SQL-UUID, WS-AUDIT-ACTION,
               WS-AUDIT-DETAIL
           END-CALL

           MOVE SPACES TO IMPORT-REPORT-RECORD
           STRING 'LIGNE ' DELIMITED BY SIZE
                   WS-IMPORT-LINE-COUNT DELIMITED BY SIZE
                   ' SORTIE : ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EXIT-CODE-SECU) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-EXIT-REASON DELIMITED BY SIZE
                   ' COUVERT JUSQU''AU ' DELIMITED BY SIZE
                   SQL-PORT-END-DATE DELIMITED BY SIZE
               INTO IMPORT-REPORT-RECORD
           END-STRING
           WRITE IMPORT-REPORT-RECORD.

       PROCESS-DEPARTURE-FIN.
           EXIT.

      *    [MF] Duree de portabilite : anciennete dans le groupe en
      *    mois entiers arrondis au superieur, douze mois au plus ;
      *    la fin tombe le meme jour du mois que la sortie, ramene
      *    au 28 comme les echeances.
       COMPUTE-PORTABILITY-END.
           MOVE WS-EXIT-DATE(1:4) TO WS-EXIT-YYYYMMDD(1:4)
           MOVE WS-EXIT-DATE(6:2) TO WS-EXIT-YYYYMMDD(5:2)
           MOVE WS-EXIT-DATE(9:2) TO WS-EXIT-YYYYMMDD(7:2)
           MOVE SQL-CONTRACT-START(1:4) TO WS-START-YYYYMMDD(1:4)
           MOVE SQL-CONTRACT-START(6:2) TO WS-START-YYYYMMDD(5:2)
           MOVE SQL-CONTRACT-START(9:2) TO WS-START-YYYYMMDD(7:2)
           COMPUTE WS-SERVICE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-EXIT-YYYYMMDD)
               - FUNCTION INTEGER-OF-DATE(WS-START-YYYYMMDD)

           IF WS-SERVICE-DAYS < 1
               MOVE 1 TO WS-PORT-MONTHS
           ELSE
               IF WS-SERVICE-DAYS > 360
                   MOVE 12 TO WS-PORT-MONTHS
               ELSE
                   COMPUTE WS-PORT-MONTHS =
                       ( WS-SERVICE-DAYS + 29 ) / 30
               END-IF
           END-IF

           MOVE WS-EXIT-YYYYMMDD(1:4) TO WS-PORT-YEAR
           MOVE WS-EXIT-YYYYMMDD(5:2) TO WS-PORT-MONTH
           MOVE WS-EXIT-YYYYMMDD(7:2) TO WS-PORT-DAY
           IF WS-PORT-DAY > 28
               MOVE 28 TO WS-PORT-DAY
           END-IF
           COMPUTE WS-PORT-MONTH-INDEX =
               WS-PORT-MONTH - 1 + WS-PORT-MONTHS
           COMPUTE WS-PORT-YEAR = WS-PORT-YEAR
               + FUNCTION INTEGER(WS-PORT-MONTH-INDEX / 12)
           COMPUTE WS-PORT-MONTH =
               FUNCTION MOD(WS-PORT-MONTH-INDEX, 12) + 1

           MOVE SPACES TO SQL-PORT-END-DATE
           STRING WS-PORT-YEAR DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-PORT-MONTH DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-PORT-DAY DELIMITED BY SIZE
               INTO SQL-PORT-END-DATE
           END-STRING.

      *    [MF] Courrier a l'ancien salarie : fin de sa couverture
      *    de groupe et proposition d'un contrat individuel, l'objet
      *    et le corps venant du gabarit courrier quand il existe.
      *    Une adresse invalidee par un retour NPAI ne recoit pas de
      *    pli, sauf a passer par un representant legal.
       WRITE-INDIVIDUAL-OFFER.
           MOVE SPACES TO WS-REP-ADDRESSEE
           STRING FUNCTION TRIM(SQL-FIRSTNAME) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-LASTNAME) DELIMITED BY SIZE
               INTO WS-REP-ADDRESSEE
           END-STRING
           CALL 'getlegrep' USING SQL-UUID, WS-REP-ADDRESSEE,
               SQL-ADRESS1, SQL-ZIPCODE, SQL-TOWN, WS-REP-TYPE,
               WS-REP-FOUND
           END-CALL
           IF SQL-ADDR-INVALID-FLAG = 'O' AND WS-REP-FOUND NOT = 'Y'
               GO TO WRITE-INDIVIDUAL-OFFER-FIN
           END-IF

           MOVE 'OFFRE CONTRAT INDIVIDUEL' TO WS-LETTER-SUBJECT
           MOVE WS-LETTER-SUBJECT TO WS-TMPL-TYPE
           MOVE 'C' TO WS-TMPL-CHANNEL
           MOVE SPACES TO WS-TMPL-DETAIL
           STRING FUNCTION TRIM(SQL-FIRSTNAME) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-LASTNAME) DELIMITED BY SIZE
               INTO WS-TMPL-DETAIL
           END-STRING
           MOVE 'N' TO WS-TMPL-FOUND
           CALL 'gettmpl' USING WS-TMPL-TYPE, WS-TMPL-CHANNEL,
               WS-TMPL-DETAIL, WS-TMPL-SUBJECT, WS-TMPL-BODY,
               WS-TMPL-FOUND
           END-CALL
           IF WS-TMPL-FOUND = 'Y'
               AND WS-TMPL-SUBJECT NOT = SPACES
               MOVE WS-TMPL-SUBJECT TO WS-LETTER-SUBJECT
           END-IF

           OPEN EXTEND COURRIER-FILE.
           IF WS-COURRIER-FILE-STATUS = '35'
               OPEN OUTPUT COURRIER-FILE
           END-IF.

           MOVE SPACES TO COURRIER-RECORD
           STRING FUNCTION TRIM(WS-LETTER-SUBJECT) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-REP-ADDRESSEE) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-ADRESS1) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-ZIPCODE) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-TOWN) DELIMITED BY SIZE
                   ';COUVERTURE GROUPE JUSQU''AU ' DELIMITED BY SIZE
                   SQL-PORT-END-DATE DELIMITED BY SIZE
               INTO COURRIER-RECORD
           END-STRING
           IF WS-TMPL-FOUND = 'Y' AND WS-TMPL-BODY NOT = SPACES
               MOVE COURRIER-RECORD TO WS-COURRIER-WORK
               MOVE SPACES TO COURRIER-RECORD
               STRING FUNCTION TRIM(WS-COURRIER-WORK)
                       DELIMITED BY SIZE
                       ';' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-TMPL-BODY(1:90))
                           DELIMITED BY SIZE
                   INTO COURRIER-RECORD
               END-STRING
           END-IF
           MOVE COURRIER-RECORD TO WS-CORR-RECORD
           WRITE COURRIER-RECORD
           CALL 'logcorr' USING SQL-UUID, 'C', WS-CORR-RECORD
           END-CALL.

           CLOSE COURRIER-FILE.

       WRITE-INDIVIDUAL-OFFER-FIN.
           EXIT.

      *    [MF] Ligne de depart inexploitable, journalisee avec son
      *    motif.
       LOG-DEPARTURE-ERROR.
           ADD 1 TO WS-IMPORT-ERROR-COUNT
           MOVE SPACES TO IMPORT-REPORT-RECORD
           STRING 'LIGNE ' DELIMITED BY SIZE
                   WS-IMPORT-LINE-COUNT DELIMITED BY SIZE
                   ' REJETEE : ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ERROR-MESSAGE) DELIMITED BY SIZE
               INTO IMPORT-REPORT-RECORD
           END-STRING
           WRITE IMPORT-REPORT-RECORD.

      *    [MF] Une ligne de bilan a la suite du detail.
       WRITE-IMPORT-SUMMARY.
           MOVE SPACES TO IMPORT-REPORT-RECORD
                   ' : ' DELIMITED BY SIZE
                   WS-IMPORT-OK-COUNT DELIMITED BY SIZE
                   ' IMPORTE(S), ' DELIMITED BY SIZE
                   WS-DEPARTURE-COUNT DELIMITED BY SIZE
                   ' SORTI(S), ' DELIMITED BY SIZE
                   WS-IMPORT-ERROR-COUNT DELIMITED BY SIZE
                   ' REJETE(S)' DELIMITED BY SIZE
               INTO IMPORT-REPORT-RECORD
