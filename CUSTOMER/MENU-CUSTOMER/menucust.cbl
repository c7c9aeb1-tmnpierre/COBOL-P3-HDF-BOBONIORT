           05 WS-CLAIM-LIST           PIC X(01).
           05 WS-PRIOR-AUTH           PIC X(01).
           05 WS-CARD-REPRINT         PIC X(01).
           05 WS-REFUND-SIMUL         PIC X(01).
           05 WS-CLAIM-APPEAL         PIC X(01).
           05 WS-OVERPAYMENT          PIC X(01).
           05 WS-LEGAL-REP            PIC X(01).
           05 WS-CORRESP-VIEW         PIC X(01).
           05 WS-CONTRACT-SUSPEND     PIC X(01).
           05 WS-CALL-MENU            PIC X(01).
           05 WS-ERROR-MESSAGE        PIC X(62).
       
           MOVE LK-SEL-FIRSTNAME TO LK-FIRSTNAME.
           MOVE LK-SEL-LASTNAME  TO LK-LASTNAME.
           MOVE LK-SEL-UUID      TO WS-SELECTED-UUID.
      *    AL - L'entree sur la fiche est une consultation tracee
      *    (logread) ; le menu ne detenant pas de connexion, logread
      *    ouvre la sienne.
           CALL 'logread' USING WS-SELECTED-UUID, 'menucust  ', 'Y'
           END-CALL.

           PERFORM 1000-START-CONTROL-IMPUT
           THRU 1000-END-CONTROL-IMPUT.
                 OR FUNCTION UPPER-CASE(WS-DOCUMENT-LIST) = 'O'
                 OR FUNCTION UPPER-CASE(WS-PAYMENT-PLAN) = 'O'
                 OR FUNCTION UPPER-CASE(WS-MANUAL-PAYMENT) = 'O'
                 OR FUNCTION UPPER-CASE(WS-PRIOR-AUTH) = 'O'
                 OR FUNCTION UPPER-CASE(WS-CLAIM-APPEAL) = 'O'
                 OR FUNCTION UPPER-CASE(WS-OVERPAYMENT) = 'O'
                 OR FUNCTION UPPER-CASE(WS-LEGAL-REP) = 'O'
                 OR FUNCTION UPPER-CASE(WS-CONTRACT-SUSPEND) = 'O' )
              DISPLAY 'TRAITEMENT DE NUIT EN COURS : MISES A JOUR '
                  'BLOQUEES, CONSULTATION SEULE.'
              INITIALIZE WS-CUSTOMER-MODIF
                 WS-PAYMENT-PLAN
                 WS-MANUAL-PAYMENT
                 WS-PRIOR-AUTH
                 WS-CLAIM-APPEAL
                 WS-OVERPAYMENT
                 WS-LEGAL-REP
                 WS-CONTRACT-SUSPEND

           ELSE IF FUNCTION UPPER-CASE(WS-CUSTOMER-MODIF)
           EQUAL 'O' THEN
           EQUAL 'O' THEN
              CALL 'carteadh'  USING WS-CUSTOMER-NAME

           ELSE IF FUNCTION UPPER-CASE(WS-REFUND-SIMUL)
           EQUAL 'O' THEN
              CALL 'simuclaim' USING WS-CUSTOMER-NAME

           ELSE IF FUNCTION UPPER-CASE(WS-CLAIM-APPEAL)
           EQUAL 'O' THEN
              CALL 'recocust' USING WS-CUSTOMER-NAME

           ELSE IF FUNCTION UPPER-CASE(WS-OVERPAYMENT)
           EQUAL 'O' THEN
              CALL 'inducust' USING WS-CUSTOMER-NAME

           ELSE IF FUNCTION UPPER-CASE(WS-LEGAL-REP)
           EQUAL 'O' THEN
              CALL 'tutecust' USING WS-CUSTOMER-NAME

           ELSE IF FUNCTION UPPER-CASE(WS-CORRESP-VIEW)
           EQUAL 'O' THEN
              CALL 'courcust' USING WS-CUSTOMER-NAME

           ELSE IF FUNCTION UPPER-CASE(WS-CONTRACT-SUSPEND)
           EQUAL 'O' THEN
              CALL 'suspcont' USING WS-CUSTOMER-NAME

           ELSE IF FUNCTION UPPER-CASE(WS-CALL-MENU)
           EQUAL 'O' THEN
               CALL 'menuuser'
            WS-CLAIM-LIST
            WS-PRIOR-AUTH
            WS-CARD-REPRINT
            WS-REFUND-SIMUL
            WS-CLAIM-APPEAL
            WS-OVERPAYMENT
            WS-LEGAL-REP
            WS-CORRESP-VIEW
            WS-CONTRACT-SUSPEND
            WS-CALL-MENU.

       1200-END-ERROR-MESSAGE.
