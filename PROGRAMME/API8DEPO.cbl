           05  SDEP-LIBELLE       PIC X(30).
           05  SDEP-CODE-RETOUR   PIC X(2).
           05  SDEP-ID-OPERATION  PIC S9(9) COMP.
           05  SDEP-CODE-DAB      PIC X(4) VALUE SPACES.
           05  SDEP-ID-ENVELOPPE  PIC S9(9) COMP.


      *    Zone d'appel de l'annuaire des imprimantes API8SPRT : le
                   MOVE 'Compte cloture - depot refuse' TO MESDEPO
                WHEN '04'
                   MOVE 'Le montant doit etre positif    ' TO MESDEPO
                WHEN '06'
                   MOVE 'Plafond du livret depasse' TO MESDEPO
                WHEN OTHER
                   MOVE 'Erreur lors du depot' TO MESDEPO
             END-EVALUATE
