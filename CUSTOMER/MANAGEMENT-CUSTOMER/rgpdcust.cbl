      *    legal d'un mois. La demande elle-meme est tracee par
      *    logaudit (anoncust couvre l'effacement ; ce programme
      *    couvre l'acces).
      *
      *    Le dossier reprend aussi le journal des consultations de
      *    la fiche (CUSTOMER_READ_LOG, alimente par logread) : date,
      *    heure, operateur et ecran de chaque consultation. La
      *    constitution du dossier est elle-meme une consultation
      *    tracee.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rgpdcust.
       01  SQL-AUDIT-ACTION         PIC X(20).
       01  SQL-AUDIT-DETAIL         PIC X(200).
       01  SQL-AUDIT-DATE           PIC X(10).
       01  SQL-READ-DATE            PIC X(10).
       01  SQL-READ-TIME            PIC X(08).
       01  SQL-READ-OPERATOR        PIC X(10).
       01  SQL-READ-SCREEN          PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

           PERFORM WRITE-IDENTITY-BLOCK.
           PERFORM WRITE-CONTRACTS-BLOCK.
           PERFORM WRITE-AUDIT-BLOCK.
           PERFORM WRITE-READ-LOG-BLOCK.

           MOVE ALL '-' TO DOSSIER-RECORD
           WRITE DOSSIER-RECORD.

           EXEC SQL CLOSE CRSRGPDAUD END-EXEC.

      *    [MF] Le bloc des consultations de la fiche : qui l'a
      *    regardee, quand, et depuis quel ecran.
       WRITE-READ-LOG-BLOCK.
           MOVE SPACES TO DOSSIER-RECORD
           MOVE 'CONSULTATIONS DE LA FICHE :' TO DOSSIER-RECORD
           WRITE DOSSIER-RECORD.

           EXEC SQL
               DECLARE CRSRGPDREAD CURSOR FOR
               SELECT CAST(read_date AS TEXT),
                      SUBSTRING(CAST(read_time AS TEXT) FROM 1 FOR 8),
                      read_operator, read_screen
               FROM CUSTOMER_READ_LOG
               WHERE read_customer_uuid = :SQL-UUID
               ORDER BY read_date, read_time
           END-EXEC.

           EXEC SQL OPEN CRSRGPDREAD END-EXEC.

           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSRGPDREAD
                   INTO :SQL-READ-DATE, :SQL-READ-TIME,
                        :SQL-READ-OPERATOR, :SQL-READ-SCREEN
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       MOVE SPACES TO DOSSIER-RECORD
                       STRING '  ' DELIMITED BY SIZE
                               SQL-READ-DATE DELIMITED BY SIZE
                               ' ' DELIMITED BY SIZE
                               SQL-READ-TIME DELIMITED BY SIZE
                               ' OPERATEUR ' DELIMITED BY SIZE
                               FUNCTION TRIM(SQL-READ-OPERATOR)
                                   DELIMITED BY SIZE
                               ' - ECRAN ' DELIMITED BY SIZE
                               FUNCTION TRIM(SQL-READ-SCREEN)
                                   DELIMITED BY SIZE
                           INTO DOSSIER-RECORD
                       END-STRING
                       WRITE DOSSIER-RECORD
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH CRSRGPDREAD : ' SQLCODE
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRSRGPDREAD END-EXEC.

      *    [IM] Trace la demande d'acces elle-meme : qui a demande
      *    quoi doit rester consultable.
       TRACE-ACCESS-REQUEST.
           CALL 'logaudit' USING SQL-UUID, WS-AUDIT-ACTION,
               WS-AUDIT-DETAIL
           END-CALL.
           CALL 'logread' USING SQL-UUID, 'rgpdcust  ', 'N'
           END-CALL.
