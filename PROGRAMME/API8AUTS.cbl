      *         disponible du client
      *    Les reglements sans autorisation sont edites en anomalie
      *    et postes quand meme (l'argent est du au commercant).
      *    Carte a debit differe (API8.REGLAGECARTE.MODE_DEBIT = 'D',
      *    pose par l'ecran API8CARP) : le reglement ne touche pas le
      *    solde, il est cumule sur API8.ENCOURSCARTE (statut 'E',
      *    mois de debit = mois de la date comptable) et debite en
      *    un seul montant en fin de mois par API8DIFF. L'encours non
      *    debite d'un compte est borne par PLAFOND_DEBIT_DIFFERE
      *    (API8.PARAMETRE, repli 1500) : un reglement qui le ferait
      *    depasser est poste en debit immediat.
      *    L'operation postee est reportee sur l'autorisation
      *    (ID_OPERATION_REGL) : une reclamation du client sur ce
      *    paiement retrouve ainsi la reference d'autorisation a
      *    presenter au processeur en chargeback (API8CBKE).
      *    Le fichier recu est inscrit au registre des fichiers
      *    recus (API8FICR) apres un premier passage qui en calcule
      *    l'empreinte (nombre d'enregistrements, total des montants,
      *    checksum du contenu), avant le moindre posting : un
      *    fichier deja traite - renvoi du remettant, relance de
      *    l'etape apres un abend - arrete le batch sans mouvement.
      *    Le retraitement n'est admis que sur carte SYSIN
      *    'FORCE <motif>', trace au registre.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-NB-REGLEES             PIC 9(7) VALUE 0.
       01  WS-NB-SANS-AUTORISATION   PIC 9(7) VALUE 0.
       01  WS-NB-EXPIREES            PIC 9(7) VALUE 0.
       01  WS-NB-DIFFERES            PIC 9(7) VALUE 0.
       01  WS-NB-HORS-PLAFOND        PIC 9(7) VALUE 0.

      *    Debit differe : mode de la carte, encours non debite du
      *    compte et plafond de l'encours
       01  WS-MODE-DEBIT             PIC X(1).
       01  WS-DIFFERE-SW             PIC X(1).
           88 DIFFERE-ENREGISTRE           VALUE 'Y'.
       01  WS-ENCOURS-DIFFERE        PIC S9(8)V99 COMP-3.
       01  WS-ENCOURS-NULL-IND       PIC S9(4) COMP.
       01  WS-PLAFOND-DIFFERE        PIC S9(8)V99 COMP-3
                                     VALUE 1500,00.
       01  WS-MOIS-DEBIT             PIC X(6).
       01  WS-COMMERCANT             PIC X(20).

      *    Date comptable du jour bancaire ouvert
      *    (API8.DATEBANQUE, avancee par la cloture API8EOD) ; repli
           05  NUMO-VALEUR        PIC S9(9) COMP.
           05  NUMO-CODE-RETOUR   PIC X(1).

      *    Zone d'appel du registre des fichiers recus API8FICR
       01  FICR-ZONE.
           05  FICR-FONCTION          PIC X(1).
           05  FICR-PROGRAMME         PIC X(8).
           05  FICR-ID-FICHIER        PIC X(30).
           05  FICR-ENREG             PIC X(200).
           05  FICR-NB-ENREG          PIC S9(9) COMP.
           05  FICR-TOTAL             PIC S9(13)V99 COMP-3.
           05  FICR-CHECKSUM          PIC S9(9) COMP.
           05  FICR-FORCAGE           PIC X(1).
           05  FICR-MOTIF-FORCAGE     PIC X(40).
           05  FICR-ID-RECEPTION      PIC S9(9) COMP.
           05  FICR-ID-PRECEDENTE     PIC S9(9) COMP.
           05  FICR-DATE-PRECEDENTE   PIC X(10).
           05  FICR-CODE-RETOUR       PIC X(1).
       01  WS-FICR-ID-EDIT           PIC Z(8)9.

      *    Carte SYSIN facultative 'FORCE <motif>' : retraitement
      *    d'un fichier deja inscrit au registre
       01  WS-PARAM-SAISIE           PIC X(80).

       01  ERR-MSG.
           05  ERR-LONG      PIC S9(4) COMP VALUE +720.
           05  ERR-TXT       PIC X(72) OCCURS 10 TIMES.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

           PERFORM 0500-LIRE-PLAFOND-DIFFERE
              THRU 0500-LIRE-PLAFOND-DIFFERE-EXIT.

           DISPLAY '=============================================='
           DISPLAY '*   REGLEMENT DES AUTORISATIONS CARTE         *'
           DISPLAY '=============================================='.

           PERFORM 0480-LIRE-FORCAGE
              THRU 0480-LIRE-FORCAGE-EXIT.

           PERFORM 0600-CONTROLER-RECEPTION
              THRU 0600-CONTROLER-RECEPTION-EXIT.

           PERFORM 6000-OPEN-SETTLE
              THRU 6000-OPEN-SETTLE-EXIT.

       0450-LIRE-DATE-COMPTABLE-EXIT.
           EXIT.

       0500-LIRE-PLAFOND-DIFFERE.
           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-PLAFOND-DIFFERE
              FROM API8.PARAMETRE
              WHERE CODE_PARAM = 'PLAFOND_DEBIT_DIFFERE'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 1500,00 TO WS-PLAFOND-DIFFERE
              MOVE 0 TO SQLCODE
           END-IF.
           MOVE WS-DATE-COMPTABLE(1:6) TO WS-MOIS-DEBIT.

       0500-LIRE-PLAFOND-DIFFERE-EXIT.
           EXIT.

       1000-TRAITER-REGLEMENT.
           IF BUF-SET-REFERENCE IS NOT NUMERIC
              OR BUF-SET-ID-COMPTE IS NOT NUMERIC
           EXIT.

       2000-POSTER-PAIEMENT.
      *    Carte a debit differe : le reglement va a l'encours du
      *    mois tant que le plafond le permet
           PERFORM 2050-LIRE-MODE-DEBIT
              THRU 2050-LIRE-MODE-DEBIT-EXIT.
           IF WS-MODE-DEBIT = 'D'
              PERFORM 2100-CUMULER-DIFFERE
                 THRU 2100-CUMULER-DIFFERE-EXIT
              IF DIFFERE-ENREGISTRE
                 GO TO 2000-POSTER-PAIEMENT-EXIT
              END-IF
           END-IF.

           EXEC SQL
              UPDATE API8.COMPTE
              SET SOLDE = SOLDE - :WS-MONTANT-SET
                     :WS-DATE-COMPTABLE,
                     :WS-LIBELLE-OP)
              END-EXEC

              EXEC SQL
                 UPDATE API8.AUTORISATION
                 SET ID_OPERATION_REGL = :DCLOPERATION.WS-ID-OPERATION
                 WHERE REFERENCE_AUT = :WS-REFERENCE-SET
              END-EXEC
              MOVE 0 TO SQLCODE
           END-IF.

       2000-POSTER-PAIEMENT-EXIT.
           EXIT.

       2050-LIRE-MODE-DEBIT.
      *    Pas de ligne de reglages (ou compte inconnu) : debit
      *    immediat, comme avant le debit differe
           MOVE 'I' TO WS-MODE-DEBIT.
           EXEC SQL
              SELECT VALUE(R.MODE_DEBIT, 'I')
              INTO :WS-MODE-DEBIT
              FROM API8.COMPTE C, API8.REGLAGECARTE R
              WHERE C.ID_COMPTE = :WS-ID-COMPTE-SET
                AND R.ID_CLIENT = C.ID_CLIENT
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'I' TO WS-MODE-DEBIT
              MOVE 0 TO SQLCODE
           END-IF.

       2050-LIRE-MODE-DEBIT-EXIT.
           EXIT.

       2100-CUMULER-DIFFERE.
           MOVE 'N' TO WS-DIFFERE-SW.

           MOVE 0 TO WS-ENCOURS-DIFFERE.
           EXEC SQL
              SELECT SUM(MONTANT)
              INTO :WS-ENCOURS-DIFFERE :WS-ENCOURS-NULL-IND
              FROM API8.ENCOURSCARTE
              WHERE ID_COMPTE = :WS-ID-COMPTE-SET
                AND STATUT_ENC = 'E'
           END-EXEC.
           IF WS-ENCOURS-NULL-IND = -1
              MOVE 0 TO WS-ENCOURS-DIFFERE
           END-IF.

           IF WS-ENCOURS-DIFFERE + WS-MONTANT-SET > WS-PLAFOND-DIFFERE
              DISPLAY 'PLAFOND DIFFERE ATTEINT - DEBIT IMMEDIAT - REF: '
                 WS-REFERENCE-SET
              ADD 1 TO WS-NB-HORS-PLAFOND
              GO TO 2100-CUMULER-DIFFERE-EXIT
           END-IF.

           MOVE 'ENCOURSCARTE' TO NUMO-COMPTEUR.
           CALL 'API8NUMO' USING NUMO-ZONE.
           IF NUMO-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTRIBUTION NUMERO ENCOURS IMPOSSIBLE'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE BUF-SET-COMMERCANT TO WS-COMMERCANT.
           EXEC SQL
              INSERT INTO API8.ENCOURSCARTE
                 (ID_ENCOURS, ID_COMPTE, REFERENCE_AUT, MONTANT,
                  COMMERCANT, DATE_ACHAT, MOIS_DEBIT, STATUT_ENC)
              VALUES
                 (:NUMO-VALEUR, :WS-ID-COMPTE-SET, :WS-REFERENCE-SET,
                  :WS-MONTANT-SET, :WS-COMMERCANT, :WS-DATE-COMPTABLE,
                  :WS-MOIS-DEBIT, 'E')
           END-EXEC.

           MOVE 'Y' TO WS-DIFFERE-SW.
           ADD 1 TO WS-NB-DIFFERES.

       2100-CUMULER-DIFFERE-EXIT.
           EXIT.

       3000-LIBERER-EXPIREES.
      *    Balayage d'expiration : les autorisations jamais reglees
      *    cessent de bloquer le disponible
       3000-LIBERER-EXPIREES-EXIT.
           EXIT.

      *    Carte FORCE : le motif de l'exploitant est obligatoire,
      *    il est trace au registre avec le retraitement
       0480-LIRE-FORCAGE.
           MOVE 'N' TO FICR-FORCAGE.
           MOVE SPACES TO FICR-MOTIF-FORCAGE.
           MOVE SPACES TO WS-PARAM-SAISIE.
           ACCEPT WS-PARAM-SAISIE FROM SYSIN.

           IF WS-PARAM-SAISIE(1:5) = 'FORCE'
              IF WS-PARAM-SAISIE(7:40) = SPACES
                 DISPLAY 'CARTE FORCE SANS MOTIF - REFUSEE'
                 GO TO 9999-ERREUR-PROGRAMME-DEB
              END-IF
              MOVE 'Y' TO FICR-FORCAGE
              MOVE WS-PARAM-SAISIE(7:40) TO FICR-MOTIF-FORCAGE
           END-IF.

       0480-LIRE-FORCAGE-EXIT.
           EXIT.

      *    Premier passage sur le fichier recu pour en calculer
      *    l'empreinte (nombre, total, checksum), presentee au
      *    registre avant le moindre posting
       0600-CONTROLER-RECEPTION.
           MOVE 'I' TO FICR-FONCTION.
           CALL 'API8FICR' USING FICR-ZONE.
           MOVE 'API8AUTS' TO FICR-PROGRAMME.
           MOVE 'FSETTLE' TO FICR-ID-FICHIER.

           PERFORM 6000-OPEN-SETTLE
              THRU 6000-OPEN-SETTLE-EXIT.

           PERFORM 6110-READ-SETTLE
              THRU 6110-READ-SETTLE-EXIT.

           PERFORM 0610-EMPREINTE-LIGNE
              THRU 0610-EMPREINTE-LIGNE-EXIT
              UNTIL FIN-FICHIER.

           PERFORM 6220-CLOSE-SETTLE
              THRU 6220-CLOSE-SETTLE-EXIT.

           MOVE 'N' TO WS-FIN-FICHIER-SW.

           PERFORM 0620-ENREGISTRER-RECEPTION
              THRU 0620-ENREGISTRER-RECEPTION-EXIT.

       0600-CONTROLER-RECEPTION-EXIT.
           EXIT.

       0610-EMPREINTE-LIGNE.
           MOVE BUF-LIGNE-SETTLE TO FICR-ENREG.
           MOVE 'A' TO FICR-FONCTION.
           CALL 'API8FICR' USING FICR-ZONE.
           IF BUF-SET-MONTANT IS NUMERIC
              ADD BUF-SET-MONTANT TO FICR-TOTAL
           END-IF.

           PERFORM 6110-READ-SETTLE
              THRU 6110-READ-SETTLE-EXIT.

       0610-EMPREINTE-LIGNE-EXIT.
           EXIT.

      *    Un fichier deja inscrit au registre (meme programme,
      *    meme identifiant, meme empreinte) n'est retraite que sur
      *    carte FORCE ; la reception est inscrite en cours ('E')
       0620-ENREGISTRER-RECEPTION.
           MOVE 'C' TO FICR-FONCTION.
           CALL 'API8FICR' USING FICR-ZONE.

           IF FICR-CODE-RETOUR = 'D'
              MOVE FICR-ID-PRECEDENTE TO WS-FICR-ID-EDIT
              DISPLAY 'FICHIER DEJA TRAITE LE ' FICR-DATE-PRECEDENTE
                 ' (RECEPTION ' WS-FICR-ID-EDIT ')'
              DISPLAY 'RETRAITEMENT REFUSE - CARTE FORCE REQUISE'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF FICR-CODE-RETOUR NOT = '0'
              DISPLAY 'REGISTRE DES FICHIERS RECUS INDISPONIBLE'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF FICR-FORCAGE = 'Y'
              MOVE FICR-ID-PRECEDENTE TO WS-FICR-ID-EDIT
              DISPLAY 'RETRAITEMENT FORCE DE LA RECEPTION '
                 WS-FICR-ID-EDIT ' DU ' FICR-DATE-PRECEDENTE
              DISPLAY '   MOTIF : ' FICR-MOTIF-FORCAGE
           END-IF.

       0620-ENREGISTRER-RECEPTION-EXIT.
           EXIT.

      *    Fin normale : la reception passe a l'etat traite ('T')
       0630-TERMINER-RECEPTION.
           MOVE 'T' TO FICR-FONCTION.
           CALL 'API8FICR' USING FICR-ZONE.
           IF FICR-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : RECEPTION NON PASSEE A TRAITE'
           END-IF.

       0630-TERMINER-RECEPTION-EXIT.
           EXIT.

       6000-OPEN-SETTLE.
           OPEN INPUT FSETTLE.
           IF FS-FSETTLE NOT = '00'
      *
       9999-FIN-PROGRAMME-DEB.
      *
            PERFORM 0630-TERMINER-RECEPTION
               THRU 0630-TERMINER-RECEPTION-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8AUTS        '
            DISPLAY '   REGLEMENTS RAPPROCHES  : ' WS-NB-REGLEES
            DISPLAY '   SANS AUTORISATION      : '
               WS-NB-SANS-AUTORISATION
            DISPLAY '   AUTORISATIONS EXPIREES : ' WS-NB-EXPIREES
            DISPLAY '   MIS EN DEBIT DIFFERE   : ' WS-NB-DIFFERES
            DISPLAY '   HORS PLAFOND DIFFERE   : ' WS-NB-HORS-PLAFOND
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
