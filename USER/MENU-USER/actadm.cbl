      ******************************************************************
      *    [MF] Le programme 'Administration Actes' maintient la
      *    table de reference ACT des codes actes medicaux (code,
      *    libelle, famille d'acte, dates de validite) depuis un ecran
      *    accessible au tableau de bord, sur le modele de prodadm.
      *    Le code acte des soins etait libre : creaclaim, impclaim
      *    et priscust acceptaient n'importe quel code, et guaradm
      *    laissait definir une garantie sur un acte inexistant. Ils
      *    valident desormais le code contre cette table (chkact).
      *
      *    Un code inconnu est cree, un code connu est mis a jour ;
      *    une date de fin de validite retire l'acte pour les soins
      *    posterieurs sans perdre son historique. La famille d'acte
      *    (PHARMACIE, OPTIQUE, DENTAIRE, HOSPITALIER, CONSULTATION,
      *    AUTRE) sert au regroupement des rapports sinirep et
      *    provrep. Reserve aux operateurs SUPERVISOR (chkrole) et
      *    trace par logaudit, comme guaradm.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. actadm.
       AUTHOR.       Martial.
      ******************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-AUTHORIZED-FLAG       PIC X(01) VALUE 'N'.
       01  WS-ACT-SCREEN-VALIDATION PIC X(01).
       01  WS-ERROR-MESSAGE         PIC X(70).
       01  WS-AUDIT-ACTION          PIC X(20).
       01  WS-AUDIT-DETAIL          PIC X(200).
       01  WS-AUDIT-KEY             PIC X(36).

       01  WS-ACT-ENTRY.
           05  WS-ACT-CODE          PIC X(10).
           05  WS-ACT-LABEL         PIC X(40).
           05  WS-ACT-FAMILY        PIC X(12).
           05  WS-ACT-VALID-FROM    PIC X(10).
           05  WS-ACT-VALID-TO      PIC X(10).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  USERNAME PIC  X(05).
       01  PASSWD   PIC  X(10).
       01  SQL-ACT-CODE             PIC X(10).
       01  SQL-ACT-LABEL            PIC X(40).
       01  SQL-ACT-FAMILY           PIC X(12).
       01  SQL-ACT-VALID-FROM       PIC X(10).
       01  SQL-ACT-VALID-TO         PIC X(10).
       01  SQL-ACT-COUNT            PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       SCREEN SECTION.
       01  ACT-ADMIN-SCREEN FOREGROUND-COLOR IS 2.
           05 BLANK SCREEN.
           05 FILLER PIC X(20) VALUE 'ADMINISTRATION ACTES'
           LINE 6 COL 91 FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(09) VALUE 'Code acte' LINE 13 COL 21.
           05 FILLER PIC X VALUE ':' LINE 13 COL 53.
           05 FILLER PIC X(10) TO WS-ACT-CODE LINE 13 COL 55 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(08) VALUE 'Libelle' LINE 15 COL 21.
           05 FILLER PIC X VALUE ':' LINE 15 COL 53.
           05 FILLER PIC X(40) TO WS-ACT-LABEL LINE 15 COL 55 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(15) VALUE 'Famille d''acte' LINE 17 COL 21.
           05 FILLER PIC X VALUE ':' LINE 17 COL 53.
           05 FILLER PIC X(12) TO WS-ACT-FAMILY LINE 17 COL 55 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(38)
           VALUE 'PHARMACIE OPTIQUE DENTAIRE HOSPITALIER'
           LINE 17 COL 70 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(18) VALUE 'CONSULTATION AUTRE'
           LINE 18 COL 70 FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(17) VALUE 'Debut de validite' LINE 19 COL 21.
           05 FILLER PIC X VALUE ':' LINE 19 COL 53.
           05 FILLER PIC X(10) TO WS-ACT-VALID-FROM LINE 19 COL 55
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(30) VALUE 'Fin de validite (facultative)'
           LINE 21 COL 21.
           05 FILLER PIC X VALUE ':' LINE 21 COL 53.
           05 FILLER PIC X(10) TO WS-ACT-VALID-TO LINE 21 COL 55
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(24) VALUE 'Valider l''enregistrement'
           LINE 28 COL 21 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-ACT-SCREEN-VALIDATION
           LINE 28 COL 55
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(70) FROM WS-ERROR-MESSAGE LINE 30 COL 21
           AUTO FOREGROUND-COLOR IS 2.

      ******************************************************************

       PROCEDURE DIVISION.
       0000-START-MAIN.
           CALL 'getdbcred' USING DBNAME, USERNAME, PASSWD
           END-CALL.

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY 'Erreur : connexion a la base de donnees '
                   'impossible.'
               GOBACK
           END-IF.

           CALL 'chkrole' USING 'SUPERVISOR', WS-AUTHORIZED-FLAG
           END-CALL.
           IF WS-AUTHORIZED-FLAG NOT = 'Y'
               DISPLAY 'Erreur : habilitation insuffisante pour '
                   'administrer les actes.'
               EXEC SQL DISCONNECT ALL END-EXEC
               GOBACK
           END-IF.

           ACCEPT ACT-ADMIN-SCREEN
           IF WS-ACT-CODE = SPACES
               DISPLAY 'Erreur : le code acte est obligatoire.'
           ELSE
               PERFORM SAVE-ACT
               THRU SAVE-ACT-FIN
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           GOBACK.

      *    [MF] Cree l'acte si le code est inconnu, le met a jour
      *    sinon. La famille doit etre l'une des familles connues des
      *    rapports ; une date de debut laissee vide vaut depuis
      *    toujours.
       SAVE-ACT.
           MOVE FUNCTION UPPER-CASE(WS-ACT-CODE) TO SQL-ACT-CODE.
           MOVE WS-ACT-LABEL TO SQL-ACT-LABEL.
           MOVE FUNCTION UPPER-CASE(WS-ACT-FAMILY) TO SQL-ACT-FAMILY.
           MOVE WS-ACT-VALID-FROM TO SQL-ACT-VALID-FROM.
           MOVE WS-ACT-VALID-TO TO SQL-ACT-VALID-TO.

           IF SQL-ACT-LABEL = SPACES
               DISPLAY 'Erreur : le libelle de l''acte est '
                   'obligatoire.'
               GO TO SAVE-ACT-FIN
           END-IF.

           EVALUATE SQL-ACT-FAMILY
               WHEN 'PHARMACIE'
               WHEN 'OPTIQUE'
               WHEN 'DENTAIRE'
               WHEN 'HOSPITALIER'
               WHEN 'CONSULTATION'
               WHEN 'AUTRE'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'Erreur : famille d''acte inconnue.'
                   GO TO SAVE-ACT-FIN
           END-EVALUATE.

           IF SQL-ACT-VALID-TO NOT = SPACES
               AND SQL-ACT-VALID-FROM NOT = SPACES
               AND SQL-ACT-VALID-TO < SQL-ACT-VALID-FROM
               DISPLAY 'Erreur : fin de validite anterieure au debut.'
               GO TO SAVE-ACT-FIN
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-ACT-COUNT
               FROM ACT
               WHERE ACT_CODE = TRIM(:SQL-ACT-CODE)
           END-EXEC.

           IF SQL-ACT-COUNT = 0
               EXEC SQL
                   INSERT INTO ACT (
                       ACT_CODE, ACT_LABEL, ACT_FAMILY,
                       ACT_VALID_FROM, ACT_VALID_TO )
                   VALUES ( :SQL-ACT-CODE, :SQL-ACT-LABEL,
                            :SQL-ACT-FAMILY,
                            NULLIF(TRIM(:SQL-ACT-VALID-FROM), ''),
                            NULLIF(TRIM(:SQL-ACT-VALID-TO), '') )
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE ACT
                   SET ACT_LABEL = :SQL-ACT-LABEL,
                       ACT_FAMILY = :SQL-ACT-FAMILY,
                       ACT_VALID_FROM =
                           NULLIF(TRIM(:SQL-ACT-VALID-FROM), ''),
                       ACT_VALID_TO =
                           NULLIF(TRIM(:SQL-ACT-VALID-TO), '')
                   WHERE ACT_CODE = TRIM(:SQL-ACT-CODE)
               END-EXEC
           END-IF.

           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'actadm', 'SAVE-ACT', SQLCODE
               END-CALL
               MOVE 'Erreur technique lors de l''enregistrement.'
                   TO WS-ERROR-MESSAGE
               DISPLAY WS-ERROR-MESSAGE
           ELSE
      *    [MF] Mouvement de referentiel trace : le code acte tient
      *    lieu d'identifiant sur la ligne d'audit.
               MOVE SQL-ACT-CODE TO WS-AUDIT-KEY
               MOVE 'ACTE-MAJ' TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING FUNCTION TRIM(SQL-ACT-FAMILY) DELIMITED BY SIZE
                       ' DU ' DELIMITED BY SIZE
                       SQL-ACT-VALID-FROM DELIMITED BY SIZE
                       ' AU ' DELIMITED BY SIZE
                       SQL-ACT-VALID-TO DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       FUNCTION TRIM(SQL-ACT-LABEL) DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL
               END-STRING
               CALL 'logaudit' USING WS-AUDIT-KEY, WS-AUDIT-ACTION,
                   WS-AUDIT-DETAIL
               END-CALL
               DISPLAY 'Acte enregistre avec succes.'
           END-IF.

       SAVE-ACT-FIN.
           EXIT.
