      *    deliberement exclus les fichiers d'interface consommes en
      *    aval (remises SEPAREMIT et SEPAVIREMENT, extrait
      *    FACTCUSTDAY, journal GLEXPORT, declaration CSSDECLARE,
      *    cession RECOUVREMENT a l'agence de recouvrement,
      *    bordereau REASCESSION au reassureur,
      *    confirmations RESILCONFIRM aux assureurs demandeurs,
      *    les files MAILQUEUE et COURRIERQUEUE, les editions a
      *    remettre comme ATTESTFISCALE, DECOMPTE ou CERTIFADH) et
      *    les journaux techniques a cycle propre (SQLERRORLOG,
      *    MAILSENTLOG).
       01  WS-REPORT-LIST.
           05  FILLER               PIC X(16) VALUE 'RECONCILEDAY'.
           05  FILLER               PIC X(16) VALUE 'REJECTSDAY'.
           05  FILLER               PIC X(16) VALUE 'PROVISIONSDAY'.
           05  FILLER               PIC X(16) VALUE 'TRAGENCEDAY'.
           05  FILLER               PIC X(16) VALUE 'AGCONVOCDAY'.
           05  FILLER               PIC X(16) VALUE 'INDUDAY'.
           05  FILLER               PIC X(16) VALUE 'FRAUDSUSPECT'.
           05  FILLER               PIC X(16) VALUE 'DOUBLEDAY'.
           05  FILLER               PIC X(16) VALUE 'TRESOPREV'.
           05  FILLER               PIC X(16) VALUE 'LECTUREMONTH'.
           05  FILLER               PIC X(16) VALUE 'IBANHOLDDAY'.
           05  FILLER               PIC X(16) VALUE 'PERTEPROPDAY'.
           05  FILLER               PIC X(16) VALUE 'RESILDELAIDAY'.
           05  FILLER               PIC X(16) VALUE 'SIMULATIONDAY'.
           05  FILLER               PIC X(16) VALUE 'IMPORTREVERSEDAY'.
           05  FILLER               PIC X(16) VALUE 'DECESDAY'.
           05  FILLER               PIC X(16) VALUE 'AVISPAIEDAY'.
           05  FILLER               PIC X(16) VALUE 'PPNAMONTH'.
       01  WS-REPORT-TABLE REDEFINES WS-REPORT-LIST.
           05  WS-REPORT-NAME       PIC X(16) OCCURS 36 TIMES.
       01  WS-REPORT-IDX            PIC 9(02).

      *    [MF] Retention des generations en jours.

           PERFORM ARCHIVE-ONE-REPORT
               VARYING WS-REPORT-IDX FROM 1 BY 1
               UNTIL WS-REPORT-IDX > 36.

           DISPLAY WS-ARCHIVED-COUNT ' RAPPORT(S) DATE(S), '
               WS-PURGED-COUNT ' GENERATION(S) PURGEE(S)'.
