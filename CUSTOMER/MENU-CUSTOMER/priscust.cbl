      *    certificat d'engagement dans le fichier PRISECHARGE, au
      *    meme format de fiche que PRINT-FICHE-ADHERENT, pret a
      *    faxer a l'etablissement.
      *
      *    L'acte prevu est d'abord controle contre la table de
      *    reference ACT (chkact) a la date du jour : un code inconnu
      *    ou retire est refuse avant toute recherche de garantie.
      *
      *    Un contrat de groupe en portabilite (statut 'P', ouvert
      *    par impemply au depart du salarie) couvre l'ancien
      *    salarie comme un contrat actif.
      *
      *    L'adherent qui a consenti au telephone recoit aussitot un
      *    SMS (queuesms, type PRISE EN CHARGE HOSPITALIERE) portant
      *    le numero d'engagement et l'etablissement.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. priscust.
       01  WS-AUDIT-ACTION          PIC X(20).
       01  WS-AUDIT-DETAIL          PIC X(200).

      *    [MF] Avis SMS de l'engagement a l'adherent (queuesms).
       01  WS-SMS-TYPE              PIC X(40)
           VALUE 'PRISE EN CHARGE HOSPITALIERE'.
       01  WS-SMS-DETAIL            PIC X(80).

       01  WS-PRISE-SCREEN-VALIDATION PIC X(01).
       01  WS-ERROR-MESSAGE         PIC X(70).
      *    [MF] profil du terminal (gettermp) : les antennes locales

       01  WS-PRISE-ETAB            PIC X(40).
       01  WS-PRISE-ACT-CODE        PIC X(10).
       01  WS-ACT-CHECK-DATE        PIC X(10) VALUE SPACES.
       01  WS-ACT-VALID-FLAG        PIC X(01).
       01  WS-ACT-FAMILY            PIC X(12).

      *    [MF] Validite de l'engagement en jours.
       01  WS-PRISE-VALID-DAYS      PIC 9(03) VALUE 90.
               TO SQL-ACT-CODE
           MOVE WS-PRISE-ETAB TO SQL-ETABLISSEMENT

           CALL 'chkact' USING SQL-ACT-CODE, WS-ACT-CHECK-DATE,
               WS-ACT-VALID-FLAG, WS-ACT-FAMILY
           END-CALL
           IF WS-ACT-VALID-FLAG NOT = 'Y'
               MOVE 'Code acte inconnu du referentiel des actes.'
                   TO WS-ERROR-MESSAGE
               GO TO REGISTER-AUTHORIZATION-FIN
           END-IF

      *    [MF] Contrat actif le plus recent de l'adherent, meme
      *    recherche que calcclaim.
           EXEC SQL
               INTO :SQL-PRODUCT-CODE
               FROM CONTRACT
               WHERE contract_customer_uuid = :WS-FOUND-UUID
               AND contract_status IN ('A', 'P')
               ORDER BY contract_start_date DESC
               LIMIT 1
           END-EXEC
               WS-AUDIT-DETAIL
           END-CALL

           MOVE SPACES TO WS-SMS-DETAIL
           STRING WS-PRISE-NUMBER DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-ETABLISSEMENT) DELIMITED BY SIZE
               INTO WS-SMS-DETAIL
           END-STRING
           CALL 'queuesms' USING WS-FOUND-UUID, WS-SMS-TYPE,
               WS-SMS-DETAIL
           END-CALL

           MOVE SPACES TO WS-ERROR-MESSAGE
           STRING 'Engagement ' DELIMITED BY SIZE
                   WS-PRISE-NUMBER DELIMITED BY SIZE
