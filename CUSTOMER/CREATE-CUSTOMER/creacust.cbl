           05  LK-CONSENT-PHONE        PIC X(01).
           05  LK-CONSENT-PURPOSE      PIC X(20).
           05  LK-AGENCY               PIC X(10).
           05  LK-SPONSOR-CODE-SECU    PIC X(15).
       01  LK-ERROR-MESSAGE            PIC X(500).

      *    [MF] Champs saisis par l'utilisateur sur l'écran de
           05 CUD-CONSENT-PHONE   PIC X(01).
           05 CUD-CONSENT-PURPOSE PIC X(20).
           05 CUD-AGENCY      PIC X(10).
           05 CUD-SPONSOR-CODE-SECU PIC X(15).
           05 CUD-CANCEL-REQUEST PIC X(01).
           05 CUD-CONFIRM-SUBMIT PIC X(01).

           MOVE CUD-CONSENT-PHONE  TO LK-CONSENT-PHONE.
           MOVE CUD-CONSENT-PURPOSE TO LK-CONSENT-PURPOSE.
           MOVE CUD-AGENCY         TO LK-AGENCY.
           MOVE CUD-SPONSOR-CODE-SECU TO LK-SPONSOR-CODE-SECU.
