       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8MASQ.
      *===============================================================
      *    MASQUAGE DU CODE CB DANS UNE CARTE DU CIRCUIT QUATRE YEUX
      *    Les cartes d'API8COTI, d'API8PROC et la carte SIGN
      *    d'API8PMOR portent le CODE_CB du porteur en clair. Une fois
      *    la demande executee (ou refusee), la carte conservee sur
      *    API8.DEMBATCH ne doit plus le montrer - ni sur l'ecran
      *    API8VALB, ni a la lecture de la table : le code est
      *    recouvert d'etoiles, le reste de la carte est inchange.
      *       API8COTI   positions 19 a 22 (carte a zones fixes)
      *       API8PROC   troisieme mot (sauf carte ANNULE)
      *       API8PMOR   quatrieme mot d'une carte SIGN
      *    Toute autre carte est rendue telle quelle.
      *
      *    Appel :  CALL 'API8MASQ' USING MASQ-ZONE
      *       MASQ-PROGRAMME   programme cible de la demande (entree)
      *       MASQ-CARTE       carte, rendue masquee (entree/retour)
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-PREMIER-MOT         PIC X(8).
       01  WS-RANG-CIBLE          PIC S9(4) COMP.
       01  WS-RANG-COURANT        PIC S9(4) COMP.
       01  WS-POSITION            PIC S9(4) COMP.
       01  WS-DANS-MOT            PIC X(1).

       LINKAGE SECTION.
       01  MASQ-ZONE.
           05  MASQ-PROGRAMME     PIC X(8).
           05  MASQ-CARTE         PIC X(64).

       PROCEDURE DIVISION USING MASQ-ZONE.

       0000-MAIN-PROCEDURE.
           MOVE SPACES TO WS-PREMIER-MOT.
           UNSTRING MASQ-CARTE DELIMITED BY ALL ' '
              INTO WS-PREMIER-MOT.

           MOVE 0 TO WS-RANG-CIBLE.
           EVALUATE TRUE
              WHEN MASQ-PROGRAMME = 'API8COTI'
                 MOVE ALL '*' TO MASQ-CARTE(19:4)
              WHEN MASQ-PROGRAMME = 'API8PROC'
                 AND WS-PREMIER-MOT NOT = 'ANNULE'
                 MOVE 3 TO WS-RANG-CIBLE
              WHEN MASQ-PROGRAMME = 'API8PMOR'
                 AND WS-PREMIER-MOT = 'SIGN'
                 MOVE 4 TO WS-RANG-CIBLE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF WS-RANG-CIBLE > 0
              MOVE 0 TO WS-RANG-COURANT
              MOVE 'N' TO WS-DANS-MOT
              PERFORM 1000-EXAMINER-POSITION
                 VARYING WS-POSITION FROM 1 BY 1
                 UNTIL WS-POSITION > 64
           END-IF.

           GOBACK.

      *    Les mots de la carte sont separes par des blancs ; chaque
      *    caractere du mot vise est remplace par une etoile
       1000-EXAMINER-POSITION.
           IF MASQ-CARTE(WS-POSITION:1) = SPACE
              MOVE 'N' TO WS-DANS-MOT
           ELSE
              IF WS-DANS-MOT = 'N'
                 ADD 1 TO WS-RANG-COURANT
                 MOVE 'Y' TO WS-DANS-MOT
              END-IF
              IF WS-RANG-COURANT = WS-RANG-CIBLE
                 MOVE '*' TO MASQ-CARTE(WS-POSITION:1)
              END-IF
           END-IF.
