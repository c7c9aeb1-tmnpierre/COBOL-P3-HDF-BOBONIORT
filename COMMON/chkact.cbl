      ******************************************************************
      *    [MF] Le programme 'Check Code Acte' indique a l'appelant si
      *    un code acte medical existe dans la table de reference ACT
      *    (tenue par l'ecran actadm : code, libelle, famille d'acte,
      *    dates de validite) et s'il est valide a la date donnee -
      *    la date des soins pour une demande de remboursement, la
      *    date d'effet pour une ligne de garantie. Jusqu'ici le code
      *    acte etait libre : un code mal saisi n'apparaissait qu'au
      *    calcul de calcclaim, faute de ligne GUARANTEE.
      *
      *    creaclaim, impclaim, impfact, priscust et guaradm
      *    consultent ce controle avant d'ecrire. Une date vide vaut
      *    la date du jour. La famille de l'acte est rendue a
      *    l'appelant, a espaces quand le code est inconnu.
      *
      *    Pas de CONNECT/DISCONNECT ici : chkact est appele par un
      *    programme qui detient deja une connexion ouverte, meme
      *    convention que chkperiod.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. chkact.
       AUTHOR.       Martial.

      ******************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-ACT-CODE             PIC X(10).
       01  SQL-CHECK-DATE           PIC X(10).
       01  SQL-ACT-FAMILY           PIC X(12).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01  LK-ACT-CODE              PIC X(10).
       01  LK-CHECK-DATE            PIC X(10).
       01  LK-ACT-VALID-FLAG        PIC X(01).
       01  LK-ACT-FAMILY            PIC X(12).

      ******************************************************************

       PROCEDURE DIVISION USING LK-ACT-CODE, LK-CHECK-DATE,
           LK-ACT-VALID-FLAG, LK-ACT-FAMILY.
       0000-START-MAIN.
           MOVE 'N' TO LK-ACT-VALID-FLAG.
           MOVE SPACES TO LK-ACT-FAMILY.

           IF LK-ACT-CODE = SPACES
               GOBACK
           END-IF.

           MOVE FUNCTION UPPER-CASE(LK-ACT-CODE) TO SQL-ACT-CODE.
           MOVE LK-CHECK-DATE TO SQL-CHECK-DATE.
           IF SQL-CHECK-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:4) TO SQL-CHECK-DATE(1:4)
               MOVE '-' TO SQL-CHECK-DATE(5:1)
               MOVE FUNCTION CURRENT-DATE(5:2) TO SQL-CHECK-DATE(6:2)
               MOVE '-' TO SQL-CHECK-DATE(8:1)
               MOVE FUNCTION CURRENT-DATE(7:2) TO SQL-CHECK-DATE(9:2)
           END-IF.

      *    [MF] Valide a la date : debut de validite atteint, fin de
      *    validite non renseignee ou pas encore depassee.
           EXEC SQL
               SELECT ACT_FAMILY INTO :SQL-ACT-FAMILY
               FROM ACT
               WHERE ACT_CODE = TRIM(:SQL-ACT-CODE)
               AND COALESCE(ACT_VALID_FROM, DATE '1900-01-01')
                   <= CAST(:SQL-CHECK-DATE AS DATE)
               AND ( ACT_VALID_TO IS NULL
                  OR ACT_VALID_TO >= CAST(:SQL-CHECK-DATE AS DATE) )
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE 'Y' TO LK-ACT-VALID-FLAG
               MOVE SQL-ACT-FAMILY TO LK-ACT-FAMILY
           END-IF.

           GOBACK.
