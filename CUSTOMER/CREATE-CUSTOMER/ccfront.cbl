           05 CUD-CONSENT-PHONE   PIC X(01).
           05 CUD-CONSENT-PURPOSE PIC X(20).
           05 CUD-AGENCY      PIC X(10).
           05 CUD-SPONSOR-CODE-SECU PIC X(15).
           05 CUD-CANCEL-REQUEST PIC X(01).
           05 CUD-CONFIRM-SUBMIT PIC X(01).

