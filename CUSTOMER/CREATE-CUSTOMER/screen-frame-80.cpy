           05 FILLER PIC X(10) TO CUD-AGENCY LINE 19 COL 22 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(12) VALUE 'Code parrain' LINE 19 COL 34.
           05 FILLER PIC X VALUE ':' LINE 19 COL 47.
           05 FILLER PIC X(15) TO CUD-SPONSOR-CODE-SECU LINE 19 COL 49
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(22) VALUE 'Creation de l''adherent'
           LINE 20 COL 2 FOREGROUND-COLOR IS 2.
           COL 22
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(12) VALUE 'Code parrain' LINE 14 COL 2.
           05 FILLER PIC X VALUE ':' LINE 14 COL 20.
           05 FILLER PIC X(15) FROM CUD-SPONSOR-CODE-SECU LINE 14
           COL 22
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(27) VALUE 'Confirmer la creation (O/N)'
           LINE 15 COL 2 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X VALUE ':' LINE 15 COL 31.
