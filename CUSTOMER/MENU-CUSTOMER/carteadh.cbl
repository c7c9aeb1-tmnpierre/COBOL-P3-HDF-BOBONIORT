      *    demande quand un adherent a perdu la sienne. La carte est
      *    deposee dans le meme fichier d'impression CARTESADH, au
      *    meme format, et le remplacement est trace par logaudit.
      *
      *    Un contrat de groupe en portabilite (statut 'P', ouvert
      *    par impemply au depart du salarie) couvre l'ancien
      *    salarie comme un contrat actif.
      *
      *    Un contrat suspendu a la date du jour (suspcont, statut de
      *    suspension 'S' entre CONTRACT_SUSPEND_START et
      *    CONTRACT_SUSPEND_END) ne donne pas de carte : l'ecran affiche
      *    la periode de suspension.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. carteadh.
       01  WS-AUDIT-ACTION          PIC X(20).
       01  WS-AUDIT-DETAIL          PIC X(200).

      *    [MF] Ligne transmise au registre des courriers envoyes
      *    (logcorr).
       01  WS-CORR-RECORD           PIC X(132).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  USERNAME PIC  X(05).
       01  SQL-BENE-LASTNAME        PIC X(50).
       01  SQL-BENE-FIRSTNAME       PIC X(50).
       01  SQL-BENE-BIRTH-DATE      PIC X(10).
       01  SQL-SUSPEND-FLAG         PIC X(01).
       01  SQL-SUSPEND-START        PIC X(10).
       01  SQL-SUSPEND-END          PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

           IF WS-NOT-FOUND-FLAG = 'Y'
               DISPLAY 'Erreur : aucun adherent actif avec contrat '
                   'actif ne correspond.'
           ELSE IF SQL-SUSPEND-FLAG = 'O'
               DISPLAY 'Contrat suspendu du ' SQL-SUSPEND-START
                   ' au ' SQL-SUSPEND-END ' : pas de carte emise.'
           ELSE
               OPEN EXTEND CARTE-FILE
               IF WS-CARTE-FILE-STATUS = '35'
               PERFORM WRITE-ONE-CARD
               CLOSE CARTE-FILE

               MOVE SPACES TO WS-CORR-RECORD
               STRING 'CARTE D''ADHERENT;VALIDITE ' DELIMITED BY SIZE
                       WS-VALIDITY-YEAR DELIMITED BY SIZE
                       ';REEDITION A LA DEMANDE' DELIMITED BY SIZE
                   INTO WS-CORR-RECORD
               END-STRING
               CALL 'logcorr' USING WS-FOUND-UUID, 'C', WS-CORR-RECORD
               END-CALL

               MOVE 'CARTE-REEDITION' TO WS-AUDIT-ACTION
               MOVE 'CARTE D''ADHERENT REIMPRIMEE A LA DEMANDE'
                   TO WS-AUDIT-DETAIL
                   contract_product_code,
                   COALESCE(( SELECT PRODUCT_GUARANTEE FROM PRODUCT
                              WHERE PRODUCT_CODE =
                                  contract_product_code ), ' '),
                   CASE WHEN COALESCE(contract_suspend_status, ' ')
                             = 'S'
                        AND CURRENT_DATE >= contract_suspend_start
                        AND CURRENT_DATE <= contract_suspend_end
                        THEN 'O' ELSE 'N' END,
                   COALESCE(CAST(contract_suspend_start AS TEXT), ' '),
                   COALESCE(CAST(contract_suspend_end AS TEXT), ' ')
               INTO :SQL-UUID, :SQL-CODE-SECU, :SQL-PRODUCT-CODE,
                   :SQL-PRODUCT-GUARANTEE, :SQL-SUSPEND-FLAG,
                   :SQL-SUSPEND-START, :SQL-SUSPEND-END
               FROM customer, CONTRACT
               WHERE contract_customer_uuid = customer_uuid
               AND contract_status IN ('A', 'P')
               AND customer_active != 'A'
               AND ( ( TRIM(:SQL-SEL-UUID) != ''
                       AND customer_uuid = :SQL-SEL-UUID )
