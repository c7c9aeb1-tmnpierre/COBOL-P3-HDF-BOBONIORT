       01  WS-TEMPLATE-CHOICE   PIC X(01)   VALUE SPACE       .
       01  WS-PERIOD-CHOICE     PIC X(01)   VALUE SPACE       .
       01  WS-REPVIEW-CHOICE    PIC X(01)   VALUE SPACE       .
       01  WS-APPEAL-CHOICE     PIC X(01)   VALUE SPACE       .
       01  WS-FRAUD-CHOICE      PIC X(01)   VALUE SPACE       .
       01  WS-SUBSCRIPT-CHOICE  PIC X(01)   VALUE SPACE       .
       01  WS-ACT-CHOICE        PIC X(01)   VALUE SPACE       .
       01  WS-EMPLSIT-CHOICE    PIC X(01)   VALUE SPACE       .
       01  WS-TASKS-CHOICE      PIC X(01)   VALUE SPACE       .
       01  WS-REMIT-CHOICE      PIC X(01)   VALUE SPACE       .
       01  WS-COUNTER-CHOICE    PIC X(01)   VALUE SPACE       .
       01  WS-WRITEOFF-CHOICE   PIC X(01)   VALUE SPACE       .
       01  WS-RATE-CHOICE       PIC X(01)   VALUE SPACE       .
       01  WS-SIMU-CHOICE       PIC X(01)   VALUE SPACE       .
       01  WS-ANNUIMP-CHOICE    PIC X(01)   VALUE SPACE       .
       01  WS-DECES-CHOICE      PIC X(01)   VALUE SPACE       .
       01  WS-REINS-CHOICE      PIC X(01)   VALUE SPACE       .
       01  WS-JOB-CHOICE        PIC X(01)   VALUE SPACE       .

      *    compteur d'alertes non traitees (cntalert), affiche sur le
      *    tableau de bord tant qu'un superviseur n'a pas tout
      *    tables que la chaine traverse sont bloques : les files de
      *    travail fiches (validation, NIA, RGPD, portail), les
      *    doublons de soins (valiclaim rejoue des lignes CLAIM
      *    pendant que calcclaim les calcule), les recours sur soins
      *    (valireco rouvre des demandes rejetees), les anomalies de
      *    soins (valifraud retient des demandes que payclaim verse),
      *    les campagnes et les
      *    referentiels garanties, actes (impclaim valide les codes
      *    actes du flux), professionnels de sante (payclaim lit
      *    PROVIDER en pleine chaine), employeurs, gabarits et
      *    periodes, la cloture de caisse (rapbcust pointe les
      *    remises de cheques que clotcais enregistre) et les
      *    passages en perte (valiperte ecrit les echeances que
      *    pertcust et sepacust parcourent) et les taux de change
      *    (calcclaim convertit les soins en devise a ces cours),
      *    la revue des deces du registre (validece rejette des
      *    soins et leve des retenues que sepacust et payclaim
      *    appliquent), les traites de reassurance (reascust
      *    chiffre la cession du trimestre sur ces lignes), le
      *    lancement d'une etape a la demande (lancadm).
      *    Recherche, consultation, cockpit et rapports dates
      *    restent ouverts.
           IF WS-BATCH-RUNNING-FLAG = 'Y'
                 OR FUNCTION UPPER-CASE(WS-PROVIDER-CHOICE) = 'O'
                 OR FUNCTION UPPER-CASE(WS-EMPLOYER-CHOICE) = 'O'
                 OR FUNCTION UPPER-CASE(WS-TEMPLATE-CHOICE) = 'O'
                 OR FUNCTION UPPER-CASE(WS-PERIOD-CHOICE) = 'O'
                 OR FUNCTION UPPER-CASE(WS-APPEAL-CHOICE) = 'O'
                 OR FUNCTION UPPER-CASE(WS-FRAUD-CHOICE) = 'O'
                 OR FUNCTION UPPER-CASE(WS-SUBSCRIPT-CHOICE) = 'O'
                 OR FUNCTION UPPER-CASE(WS-ACT-CHOICE) = 'O'
                 OR FUNCTION UPPER-CASE(WS-COUNTER-CHOICE) = 'O'
                 OR FUNCTION UPPER-CASE(WS-WRITEOFF-CHOICE) = 'O'
                 OR FUNCTION UPPER-CASE(WS-RATE-CHOICE) = 'O'
                 OR FUNCTION UPPER-CASE(WS-SIMU-CHOICE) = 'O'
                 OR FUNCTION UPPER-CASE(WS-ANNUIMP-CHOICE) = 'O'
                 OR FUNCTION UPPER-CASE(WS-DECES-CHOICE) = 'O'
                 OR FUNCTION UPPER-CASE(WS-REINS-CHOICE) = 'O'
                 OR FUNCTION UPPER-CASE(WS-JOB-CHOICE) = 'O' )
              DISPLAY 'TRAITEMENT DE NUIT EN COURS : MISES A JOUR '
                  'BLOQUEES, CONSULTATION SEULE.'
              INITIALIZE WS-VALIDATION-CHOICE
                   WS-EMPLOYER-CHOICE
                   WS-TEMPLATE-CHOICE
                   WS-PERIOD-CHOICE
                   WS-APPEAL-CHOICE
                   WS-FRAUD-CHOICE
                   WS-SUBSCRIPT-CHOICE
                   WS-ACT-CHOICE
                   WS-COUNTER-CHOICE
                   WS-WRITEOFF-CHOICE
                   WS-RATE-CHOICE
                   WS-SIMU-CHOICE
                   WS-ANNUIMP-CHOICE
                   WS-DECES-CHOICE
                   WS-REINS-CHOICE
                   WS-JOB-CHOICE

           ELSE IF FUNCTION UPPER-CASE(WS-LOOKUP-CHOICE)
           EQUAL 'O' THEN
           EQUAL 'O' THEN
              CALL 'repview'

           ELSE IF FUNCTION UPPER-CASE(WS-APPEAL-CHOICE)
           EQUAL 'O' THEN
              CALL 'valireco'

           ELSE IF FUNCTION UPPER-CASE(WS-FRAUD-CHOICE)
           EQUAL 'O' THEN
              CALL 'valifraud'

           ELSE IF FUNCTION UPPER-CASE(WS-SUBSCRIPT-CHOICE)
           EQUAL 'O' THEN
              CALL 'subadm'

           ELSE IF FUNCTION UPPER-CASE(WS-ACT-CHOICE)
           EQUAL 'O' THEN
              CALL 'actadm'

           ELSE IF FUNCTION UPPER-CASE(WS-EMPLSIT-CHOICE)
           EQUAL 'O' THEN
              CALL 'situempl'

           ELSE IF FUNCTION UPPER-CASE(WS-TASKS-CHOICE)
           EQUAL 'O' THEN
              CALL 'mestache'

           ELSE IF FUNCTION UPPER-CASE(WS-REMIT-CHOICE)
           EQUAL 'O' THEN
              CALL 'remview'

           ELSE IF FUNCTION UPPER-CASE(WS-COUNTER-CHOICE)
           EQUAL 'O' THEN
              CALL 'clotcais'

           ELSE IF FUNCTION UPPER-CASE(WS-WRITEOFF-CHOICE)
           EQUAL 'O' THEN
              CALL 'valiperte'

           ELSE IF FUNCTION UPPER-CASE(WS-RATE-CHOICE)
           EQUAL 'O' THEN
              CALL 'rateadm'

           ELSE IF FUNCTION UPPER-CASE(WS-SIMU-CHOICE)
           EQUAL 'O' THEN
              CALL 'simuadm'

           ELSE IF FUNCTION UPPER-CASE(WS-ANNUIMP-CHOICE)
           EQUAL 'O' THEN
              CALL 'annuimp'

           ELSE IF FUNCTION UPPER-CASE(WS-DECES-CHOICE)
           EQUAL 'O' THEN
              CALL 'validece'

           ELSE IF FUNCTION UPPER-CASE(WS-REINS-CHOICE)
           EQUAL 'O' THEN
              CALL 'reasadm'

           ELSE IF FUNCTION UPPER-CASE(WS-JOB-CHOICE)
           EQUAL 'O' THEN
              CALL 'lancadm'

           ELSE
              PERFORM 9200-ERROR-MESSAGE-START
                       THRU END-9200-ERROR-MESSAGE
                 WS-CAMPAIGN-CHOICE
                 WS-TEMPLATE-CHOICE
                 WS-PERIOD-CHOICE
                 WS-REPVIEW-CHOICE
                 WS-APPEAL-CHOICE
                 WS-FRAUD-CHOICE
                 WS-SUBSCRIPT-CHOICE
                 WS-ACT-CHOICE
                 WS-EMPLSIT-CHOICE
                 WS-TASKS-CHOICE
                 WS-REMIT-CHOICE
                 WS-COUNTER-CHOICE
                 WS-WRITEOFF-CHOICE
                 WS-RATE-CHOICE
                 WS-SIMU-CHOICE
                 WS-ANNUIMP-CHOICE
                 WS-DECES-CHOICE
                 WS-REINS-CHOICE
                 WS-JOB-CHOICE .
       END-9200-ERROR-MESSAGE.
           EXIT.
