       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8EMPR.
      *===============================================================
      *    EMPREINTE SALEE A SENS UNIQUE DES SECRETS
      *    Le CODE_CB des comptes (et des cotitulaires et
      *    mandataires) et le mot de passe des operateurs ne sont
      *    plus ranges en clair : la base ne garde qu'un sel propre a
      *    la ligne et l'empreinte du secret calculee avec ce sel. Le
      *    controle d'un secret saisi recalcule l'empreinte avec le
      *    sel de la ligne et compare les deux empreintes - le secret
      *    lui-meme n'est jamais relu.
      *    Le calcul est un double condense multiplicatif (bases 31
      *    et 131, modulo les premiers 999999937 et 999999929) sur le
      *    tampon sel + secret + sel, repris sur 1000 tours pour
      *    rendre couteux l'essai exhaustif des codes a 4 chiffres.
      *    Le sel est tire de l'heure au centieme, de l'identite du
      *    porteur et d'un compteur d'appels : deux porteurs du meme
      *    code n'ont pas la meme empreinte.
      *
      *    Appel :  CALL 'API8EMPR' USING EMPR-ZONE
      *       EMPR-ACTION      'G' tirer un nouveau sel puis calculer
      *                        (creation / changement du secret),
      *                        'C' calculer avec le sel fourni
      *                        (controle d'un secret saisi)
      *       EMPR-IDENTITE    identifiant du porteur (client ou
      *                        operateur) - n'entre que dans le
      *                        tirage du sel
      *       EMPR-SECRET      secret en clair, cadre a gauche
      *       EMPR-SEL         sel de la ligne (entree en 'C',
      *                        retour en 'G')
      *       EMPR-EMPREINTE   empreinte calculee (retour)
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-TAMPON.
           05  WS-TAMPON-SEL-1    PIC X(8).
           05  WS-TAMPON-SECRET   PIC X(8).
           05  WS-TAMPON-SEL-2    PIC X(8).
       01  WS-LONG-TAMPON         PIC S9(4) COMP VALUE 24.

       01  WS-VOIE-A              PIC S9(18) COMP.
       01  WS-VOIE-B              PIC S9(18) COMP.
       01  WS-TRAVAIL             PIC S9(18) COMP.
       01  WS-QUOTIENT            PIC S9(18) COMP.
       01  WS-CODE-CAR            PIC S9(4) COMP.
       01  WS-NB-TOURS            PIC S9(4) COMP VALUE 1000.
       01  I-TOUR                 PIC S9(4) COMP.
       01  I                      PIC S9(4) COMP.

      *    Tirage du sel : heure au centieme, identite et compteur
      *    d'appels de l'unite d'execution
       01  WS-HEURE               PIC 9(8).
       01  WS-NB-APPELS           PIC S9(9) COMP VALUE 0.
       01  WS-SEL-NUM             PIC 9(8).

       01  WS-EMPREINTE-EDIT.
           05  WS-EMP-A           PIC 9(9).
           05  WS-EMP-B           PIC 9(9).

       LINKAGE SECTION.
       01  EMPR-ZONE.
           05  EMPR-ACTION        PIC X(1).
           05  EMPR-IDENTITE      PIC X(9).
           05  EMPR-SECRET        PIC X(8).
           05  EMPR-SEL           PIC X(8).
           05  EMPR-EMPREINTE     PIC X(18).

       PROCEDURE DIVISION USING EMPR-ZONE.

       0000-MAIN-PROCEDURE.
           IF EMPR-ACTION = 'G'
              PERFORM 1000-TIRER-SEL
           END-IF.

           PERFORM 2000-CALCULER-EMPREINTE.

           GOBACK.

       1000-TIRER-SEL.
      *    Le sel n'a pas a etre secret, seulement propre a la ligne
           ADD 1 TO WS-NB-APPELS.
           ACCEPT WS-HEURE FROM TIME.

           MOVE WS-HEURE TO WS-TAMPON-SEL-1.
           MOVE EMPR-IDENTITE TO WS-TAMPON-SECRET.
           MOVE WS-NB-APPELS TO WS-SEL-NUM.
           MOVE WS-SEL-NUM TO WS-TAMPON-SEL-2.

           MOVE WS-NB-APPELS TO WS-VOIE-A.
           MOVE WS-HEURE TO WS-VOIE-B.
           MOVE 0 TO I.
           PERFORM 2200-CONDENSER-CARACTERE
              UNTIL I >= WS-LONG-TAMPON.

           DIVIDE WS-VOIE-A BY 100000000
              GIVING WS-QUOTIENT
              REMAINDER WS-SEL-NUM.
           MOVE WS-SEL-NUM TO EMPR-SEL.

       2000-CALCULER-EMPREINTE.
           MOVE EMPR-SEL TO WS-TAMPON-SEL-1.
           MOVE EMPR-SECRET TO WS-TAMPON-SECRET.
           MOVE EMPR-SEL TO WS-TAMPON-SEL-2.

           MOVE 0 TO WS-VOIE-A.
           MOVE 0 TO WS-VOIE-B.
           MOVE 0 TO I-TOUR.

           PERFORM 2100-CONDENSER-TOUR
              UNTIL I-TOUR >= WS-NB-TOURS.

           MOVE WS-VOIE-A TO WS-EMP-A.
           MOVE WS-VOIE-B TO WS-EMP-B.
           MOVE WS-EMPREINTE-EDIT TO EMPR-EMPREINTE.

       2100-CONDENSER-TOUR.
      *    Chaque tour reprend le tampon complet a partir des deux
      *    voies du tour precedent, croisees
           ADD 1 TO I-TOUR.
           COMPUTE WS-TRAVAIL = WS-VOIE-A + WS-VOIE-B + I-TOUR.
           MOVE WS-VOIE-B TO WS-VOIE-A.
           MOVE WS-TRAVAIL TO WS-VOIE-B.
           DIVIDE WS-VOIE-B BY 999999929
              GIVING WS-QUOTIENT
              REMAINDER WS-VOIE-B.
           MOVE 0 TO I.
           PERFORM 2200-CONDENSER-CARACTERE
              UNTIL I >= WS-LONG-TAMPON.

       2200-CONDENSER-CARACTERE.
           ADD 1 TO I.
           COMPUTE WS-CODE-CAR = FUNCTION ORD(WS-TAMPON(I:1)).

           COMPUTE WS-TRAVAIL = WS-VOIE-A * 31 + WS-CODE-CAR.
           DIVIDE WS-TRAVAIL BY 999999937
              GIVING WS-QUOTIENT
              REMAINDER WS-VOIE-A.

           COMPUTE WS-TRAVAIL = WS-VOIE-B * 131 + WS-CODE-CAR
              + WS-VOIE-A.
           DIVIDE WS-TRAVAIL BY 999999929
              GIVING WS-QUOTIENT
              REMAINDER WS-VOIE-B.
