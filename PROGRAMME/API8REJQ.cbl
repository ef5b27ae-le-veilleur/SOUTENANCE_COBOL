           05  SDEP-LIBELLE       PIC X(30).
           05  SDEP-CODE-RETOUR   PIC X(2).
           05  SDEP-ID-OPERATION  PIC S9(9) COMP.
           05  SDEP-CODE-DAB      PIC X(4) VALUE SPACES.
           05  SDEP-ID-ENVELOPPE  PIC S9(9) COMP.

       01  SRTR-ZONE.
           05  SRTR-ID-COMPTE     PIC S9(9) COMP.
           EXIT.

       1200-SOLDER-DEMANDE.
      *    '21' : depot automate enregistre en enveloppe a credit
      *    differe (API8SDEP), le credit suivra le comptage
           IF WS-CODE-RETOUR-SVC = '00'
              OR WS-CODE-RETOUR-SVC = '10'
              OR WS-CODE-RETOUR-SVC = '21'
              EXEC SQL
                 UPDATE API8.FILEATTENTE
                 SET STATUT_FILE = 'T',
