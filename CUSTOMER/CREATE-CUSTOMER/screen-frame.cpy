           AUTO BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      *    [MF] Parrainage : numero de securite sociale d'un
      *    adherent actif qui a recommande la mutuelle (facultatif).
           05 FILLER PIC X(21) VALUE 'Code parrain (N Secu)'
           LINE 30 COL 21.

           05 FILLER PIC X VALUE ':' LINE 30 COL 53.

           05 FILLER PIC X(15) TO CUD-SPONSOR-CODE-SECU LINE 30 COL 55
           AUTO BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      *    [MF] Section locale de rattachement de l'adherent ; a
      *    blanc, la section de l'operateur connecte s'applique.
           05 FILLER PIC X(14) VALUE 'Section locale'
           05 FILLER PIC X(34) FROM CUD-CODE-IBAN LINE 23 COL 55
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(12) VALUE 'Code parrain' LINE 23 COL 111.
           05 FILLER PIC X VALUE ':' LINE 23 COL 129.
           05 FILLER PIC X(15) FROM CUD-SPONSOR-CODE-SECU LINE 23
           COL 131 FOREGROUND-COLOR IS 2.

      *    [MF] Les deux champs identitaires valides par cle mod-97
      *    (numero de securite sociale de l'adherent et de son
      *    conjoint) doivent etre relus avant validation comme le
