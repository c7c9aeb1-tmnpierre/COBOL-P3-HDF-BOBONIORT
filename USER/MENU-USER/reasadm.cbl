      ******************************************************************
      *    [MF] Le programme 'Administration Traites de Reassurance'
      *    maintient la table REINSURANCE_TREATY des traites en
      *    quote-part signes par l'association (produit cede, part
      *    cedee, taux de commission de reassurance, dates de
      *    validite) - meme modele d'ecran que guaradm, reserve aux
      *    operateurs SUPERVISOR (chkrole) et trace par logaudit.
      *    C'est sur ces lignes que le bordereau trimestriel de
      *    cession (reascust) chiffre les primes et les sinistres
      *    cedes au reassureur.
      *
      *    Une ligne identique (produit, date d'effet) est mise a
      *    jour, une nouvelle est creee ; une date de fin laissee a
      *    blanc laisse le traite ouvert. Une part cedee ou un taux
      *    de commission change en cours d'annee prend effet par une
      *    nouvelle ligne, la precedente etant fermee a la veille.
      *    L'ecran deroule d'abord les lignes du produit saisi.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. reasadm.
       AUTHOR.       Martial.
      ******************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-AUTHORIZED-FLAG       PIC X(01) VALUE 'N'.
       01  WS-TREATY-SCREEN-VALIDATION PIC X(01).
       01  WS-ERROR-MESSAGE         PIC X(70).
       01  WS-AUDIT-ACTION          PIC X(20).
       01  WS-AUDIT-DETAIL          PIC X(200).
       01  WS-AUDIT-KEY             PIC X(36).

       01  WS-TREATY-ENTRY.
           05  WS-TREATY-PRODUCT-CODE PIC X(10).
           05  WS-TREATY-SHARE      PIC 9(03)V99.
           05  WS-TREATY-COMMISSION PIC 9(03)V99.
           05  WS-TREATY-START-DATE PIC X(10).
           05  WS-TREATY-END-DATE   PIC X(10).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  USERNAME PIC  X(05).
       01  PASSWD   PIC  X(10).
       01  SQL-PRODUCT-CODE         PIC X(10).
       01  SQL-TREATY-SHARE         PIC 9(03)V99.
       01  SQL-TREATY-COMMISSION    PIC 9(03)V99.
       01  SQL-TREATY-START-DATE    PIC X(10).
       01  SQL-TREATY-END-DATE      PIC X(10).
       01  SQL-TREATY-COUNT         PIC 9(05).
       01  SQL-PRODUCT-COUNT        PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       SCREEN SECTION.
       01  TREATY-ADMIN-SCREEN FOREGROUND-COLOR IS 2.
           05 BLANK SCREEN.
           05 FILLER PIC X(22) VALUE 'ADMINISTRATION TRAITES'
           LINE 6 COL 91 FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(12) VALUE 'Code produit' LINE 11 COL 21.
           05 FILLER PIC X VALUE ':' LINE 11 COL 53.
           05 FILLER PIC X(10) TO WS-TREATY-PRODUCT-CODE
           LINE 11 COL 55
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(14) VALUE 'Part cedee (%)' LINE 13 COL 21.
           05 FILLER PIC X VALUE ':' LINE 13 COL 53.
           05 FILLER PIC 9(03)V99 TO WS-TREATY-SHARE LINE 13 COL 55
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(19) VALUE 'Taux commission (%)'
           LINE 15 COL 21.
           05 FILLER PIC X VALUE ':' LINE 15 COL 53.
           05 FILLER PIC 9(03)V99 TO WS-TREATY-COMMISSION
           LINE 15 COL 55
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(12) VALUE 'Date d''effet' LINE 17 COL 21.
           05 FILLER PIC X VALUE ':' LINE 17 COL 53.
           05 FILLER PIC X(10) TO WS-TREATY-START-DATE LINE 17 COL 55
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(25) VALUE 'Date de fin (facultative)'
           LINE 19 COL 21.
           05 FILLER PIC X VALUE ':' LINE 19 COL 53.
           05 FILLER PIC X(10) TO WS-TREATY-END-DATE LINE 19 COL 55
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(24) VALUE 'Valider l''enregistrement'
           LINE 28 COL 21 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-TREATY-SCREEN-VALIDATION
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
                   'administrer les traites de reassurance.'
               EXEC SQL DISCONNECT ALL END-EXEC
               GOBACK
           END-IF.

           ACCEPT TREATY-ADMIN-SCREEN
           IF WS-TREATY-PRODUCT-CODE = SPACES
               DISPLAY 'Erreur : le code produit est obligatoire.'
           ELSE
               MOVE FUNCTION UPPER-CASE(WS-TREATY-PRODUCT-CODE)
                   TO SQL-PRODUCT-CODE
               PERFORM LIST-PRODUCT-TREATIES
               IF WS-TREATY-START-DATE NOT = SPACES
                   PERFORM SAVE-TREATY
                   THRU SAVE-TREATY-FIN
               END-IF
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           GOBACK.

      *    [MF] Deroule les lignes de traite du produit saisi, pour
      *    que l'operateur voie l'etat courant avant d'enregistrer.
       LIST-PRODUCT-TREATIES.
           EXEC SQL
               DECLARE CRSREASADM CURSOR FOR
               SELECT TREATY_CESSION_SHARE, TREATY_COMMISSION_RATE,
                   TREATY_START_DATE,
                   COALESCE(TREATY_END_DATE, ' ')
               FROM REINSURANCE_TREATY
               WHERE TREATY_PRODUCT_CODE = TRIM(:SQL-PRODUCT-CODE)
               ORDER BY TREATY_START_DATE
           END-EXEC.

           EXEC SQL OPEN CRSREASADM END-EXEC.

           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSREASADM
                   INTO :SQL-TREATY-SHARE, :SQL-TREATY-COMMISSION,
                        :SQL-TREATY-START-DATE, :SQL-TREATY-END-DATE
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       DISPLAY 'PART ' SQL-TREATY-SHARE
                           '% COMMISSION ' SQL-TREATY-COMMISSION
                           '% EFFET ' SQL-TREATY-START-DATE
                           ' FIN ' SQL-TREATY-END-DATE
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH CRSREASADM : ' SQLCODE
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRSREASADM END-EXEC.

      *    [MF] Cree la ligne si le couple produit-date d'effet est
      *    inconnu, la met a jour sinon. Le produit doit exister
      *    dans la table de reference PRODUCT (prodadm), et la part
      *    cedee d'un quote-part est comprise entre 0 et 100 %.
       SAVE-TREATY.
           MOVE WS-TREATY-SHARE      TO SQL-TREATY-SHARE.
           MOVE WS-TREATY-COMMISSION TO SQL-TREATY-COMMISSION.
           MOVE WS-TREATY-START-DATE TO SQL-TREATY-START-DATE.
           MOVE WS-TREATY-END-DATE   TO SQL-TREATY-END-DATE.

           IF WS-TREATY-SHARE = ZERO OR WS-TREATY-SHARE > 100
               DISPLAY 'Erreur : part cedee entre 0 et 100 %.'
               GO TO SAVE-TREATY-FIN
           END-IF.

           IF WS-TREATY-COMMISSION > 100
               DISPLAY 'Erreur : taux de commission superieur a 100 %.'
               GO TO SAVE-TREATY-FIN
           END-IF.

           IF WS-TREATY-END-DATE NOT = SPACES
               AND WS-TREATY-END-DATE < WS-TREATY-START-DATE
               DISPLAY 'Erreur : date de fin avant la date d''effet.'
               GO TO SAVE-TREATY-FIN
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-PRODUCT-COUNT
               FROM PRODUCT
               WHERE PRODUCT_CODE = TRIM(:SQL-PRODUCT-CODE)
           END-EXEC.
           IF SQL-PRODUCT-COUNT = 0
               DISPLAY 'Erreur : produit inconnu de la table PRODUCT.'
               GO TO SAVE-TREATY-FIN
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-TREATY-COUNT
               FROM REINSURANCE_TREATY
               WHERE TREATY_PRODUCT_CODE = TRIM(:SQL-PRODUCT-CODE)
               AND TREATY_START_DATE = :SQL-TREATY-START-DATE
           END-EXEC.

           IF SQL-TREATY-COUNT = 0
               EXEC SQL
                   INSERT INTO REINSURANCE_TREATY (
                       TREATY_PRODUCT_CODE, TREATY_CESSION_SHARE,
                       TREATY_COMMISSION_RATE, TREATY_START_DATE,
                       TREATY_END_DATE )
                   VALUES ( :SQL-PRODUCT-CODE, :SQL-TREATY-SHARE,
                            :SQL-TREATY-COMMISSION,
                            :SQL-TREATY-START-DATE,
                            NULLIF(TRIM(:SQL-TREATY-END-DATE), '') )
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE REINSURANCE_TREATY
                   SET TREATY_CESSION_SHARE = :SQL-TREATY-SHARE,
                       TREATY_COMMISSION_RATE = :SQL-TREATY-COMMISSION,
                       TREATY_END_DATE =
                           NULLIF(TRIM(:SQL-TREATY-END-DATE), '')
                   WHERE TREATY_PRODUCT_CODE = TRIM(:SQL-PRODUCT-CODE)
                   AND TREATY_START_DATE = :SQL-TREATY-START-DATE
               END-EXEC
           END-IF.

           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'reasadm', 'SAVE-TREATY',
                   SQLCODE
               END-CALL
               MOVE 'Erreur technique lors de l''enregistrement.'
                   TO WS-ERROR-MESSAGE
               DISPLAY WS-ERROR-MESSAGE
           ELSE
      *    [MF] Mouvement de traite trace : le code produit tient
      *    lieu d'identifiant sur la ligne d'audit.
               MOVE SQL-PRODUCT-CODE TO WS-AUDIT-KEY
               MOVE 'TRAITE-REASS-MAJ' TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING 'EFFET ' DELIMITED BY SIZE
                       SQL-TREATY-START-DATE DELIMITED BY SIZE
                       ' FIN ' DELIMITED BY SIZE
                       SQL-TREATY-END-DATE DELIMITED BY SIZE
                       ' PART ' DELIMITED BY SIZE
                       SQL-TREATY-SHARE DELIMITED BY SIZE
                       ' COMMISSION ' DELIMITED BY SIZE
                       SQL-TREATY-COMMISSION DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL
               END-STRING
               CALL 'logaudit' USING WS-AUDIT-KEY, WS-AUDIT-ACTION,
                   WS-AUDIT-DETAIL
               END-CALL
               DISPLAY 'Traite de reassurance enregistre avec succes.'
           END-IF.

       SAVE-TREATY-FIN.
           EXIT.
