      *    d'attendre la plainte du salarie. Un fichier rejete en
      *    bloc par la passe de validation repart avec un pied 'R'
      *    global et aucun detail.
      *    Le compte employeur est normalement celui d'une personne
      *    morale (CLIENT.TYPE_CLIENT 'M', ouverte par API8PMOR) ; un
      *    employeur encore ouvert sous une personne physique est
      *    signale au compte rendu sans rejeter le fichier.
      *    Un fichier valide est inscrit au registre des fichiers
      *    recus (API8FICR) sous son employeur remettant, avec
      *    l'empreinte calculee pendant la passe de validation
      *    (nombre d'enregistrements, total, checksum du contenu),
      *    avant la passe d'execution : une paie deja traitee -
      *    renvoi de l'employeur, relance de l'etape apres un abend -
      *    arrete le batch sans mouvement. Le retraitement n'est
      *    admis que sur carte SYSIN 'FORCE <motif>', trace au
      *    registre.
      *    Le fichier emis est conserve au catalogue des fichiers
      *    emis (API8FICE) comme generation numerotee, renvoyable a
      *    l'identique sur demande par API8RENV.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-ID-COMPTE-EMPLOYEUR    PIC S9(9) COMP.
       01  WS-RAISON-SOCIALE         PIC X(30).
       01  WS-STATUT-EMPLOYEUR       PIC X(1).
       01  WS-TYPE-CLIENT-EMPLOYEUR  PIC X(1).
       01  WS-ENTETE-VU-SW           PIC X VALUE 'N'.
           88 ENTETE-VU                    VALUE 'Y'.
       01  WS-PIED-VU-SW             PIC X VALUE 'N'.
           05  NUMO-COMPTEUR      PIC X(12).
           05  NUMO-VALEUR        PIC S9(9) COMP.
           05  NUMO-CODE-RETOUR   PIC X(1).

      *    Zone d'appel de la tenue des compteurs journaliers
      *    API8CPTJ (nombre et cumul des debits du jour par compte)
       01  CPTJ-ZONE.
           05  CPTJ-ID-COMPTE         PIC S9(9) COMP.
           05  CPTJ-DATE-COMPTABLE    PIC X(8).
           05  CPTJ-NATURE            PIC X(1).
           05  CPTJ-SENS              PIC X(1).
           05  CPTJ-MONTANT           PIC S9(8)V99 COMP-3.
           05  CPTJ-CODE-RETOUR       PIC X(1).
       01  WS-ID-OPERATION        PIC S9(9) COMP.

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
       01  WS-FICR-ID-EMPLOYEUR      PIC 9(9).

      *    Carte SYSIN facultative 'FORCE <motif>' : retraitement
      *    d'un fichier deja inscrit au registre
       01  WS-PARAM-SAISIE           PIC X(80).

      *    Zone d'appel du catalogue des fichiers emis API8FICE
       01  FICE-ZONE.
           05  FICE-FONCTION          PIC X(1).
           05  FICE-NOM-FICHIER       PIC X(8).
           05  FICE-PROGRAMME         PIC X(8).
           05  FICE-CONTROLE          PIC X(1).
           05  FICE-LONG-LIGNE        PIC S9(4) COMP.
           05  FICE-LIGNE             PIC X(250).
           05  FICE-ID-EMISSION       PIC S9(9) COMP.
           05  FICE-GENERATION        PIC S9(9) COMP.
           05  FICE-NB-LIGNES         PIC S9(9) COMP.
           05  FICE-CODE-RETOUR       PIC X(1).
       01  WS-FICE-FIN-SW            PIC X VALUE 'N'.
           88 FIN-FICE                     VALUE 'Y'.
       01  WS-FICE-GEN-EDIT          PIC Z(8)9.

       01  ERR-MSG.
           05  ERR-LONG      PIC S9(4) COMP VALUE +720.
           05  ERR-TXT       PIC X(72) OCCURS 10 TIMES.
           PERFORM 0450-LIRE-DATE-COMPTABLE
              THRU 0450-LIRE-DATE-COMPTABLE-EXIT.

           PERFORM 0480-LIRE-FORCAGE
              THRU 0480-LIRE-FORCAGE-EXIT.

      *    Passe 1 : validation complete avant le moindre mouvement
           MOVE '1' TO WS-PHASE.
           PERFORM 1000-PASSE-VALIDATION
              THRU 1000-PASSE-VALIDATION-EXIT.

      *    Fichier valide : controle au registre des fichiers recus
      *    (employeur remettant + empreinte du contenu) avant le
      *    moindre mouvement
           IF FICHIER-VALIDE
              PERFORM 0620-ENREGISTRER-RECEPTION
                 THRU 0620-ENREGISTRER-RECEPTION-EXIT
           END-IF.

           PERFORM 6010-OPEN-ACK
              THRU 6010-OPEN-ACK-EXIT.

           MOVE 'N' TO WS-PIED-VU-SW.
           MOVE 0 TO WS-NB-LIGNES.
           MOVE 0 TO WS-TOTAL-CENTIMES.
           MOVE 'I' TO FICR-FONCTION.
           CALL 'API8FICR' USING FICR-ZONE.
           MOVE 'API8PAIE' TO FICR-PROGRAMME.

           PERFORM 6110-READ-PAIE
              THRU 6110-READ-PAIE-EXIT.
              DISPLAY 'PIED 09 ABSENT - FICHIER TRONQUE'
           END-IF.

      *    Le fichier est identifie au registre par son employeur
      *    remettant ; total de controle ramene des centimes
           IF FICHIER-VALIDE
              MOVE WS-ID-COMPTE-EMPLOYEUR TO WS-FICR-ID-EMPLOYEUR
              MOVE SPACES TO FICR-ID-FICHIER
              STRING WS-FICR-ID-EMPLOYEUR DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-RAISON-SOCIALE DELIMITED BY SIZE
                 INTO FICR-ID-FICHIER
              COMPUTE FICR-TOTAL = WS-TOTAL-CENTIMES / 100
           END-IF.

           PERFORM 6220-CLOSE-PAIE
              THRU 6220-CLOSE-PAIE-EXIT.

                    BUF-PAIE-CODE
           END-EVALUATE.

           MOVE BUF-LIGNE-PAIE TO FICR-ENREG.
           MOVE 'A' TO FICR-FONCTION.
           CALL 'API8FICR' USING FICR-ZONE.

           PERFORM 6110-READ-PAIE
              THRU 6110-READ-PAIE-EXIT.

                 DISPLAY 'COMPTE EMPLOYEUR FERME OU BLOQUE : '
                    WS-ID-COMPTE-EMPLOYEUR
              WHEN OTHER
                 PERFORM 1210-CONTROLER-PERSONNE-MORALE
                    THRU 1210-CONTROLER-PERSONNE-MORALE-EXIT
           END-EVALUATE.

       1200-VALIDER-EMPLOYEUR-EXIT.
           EXIT.

       1210-CONTROLER-PERSONNE-MORALE.
           MOVE 'P' TO WS-TYPE-CLIENT-EMPLOYEUR.
           EXEC SQL
              SELECT VALUE(L.TYPE_CLIENT, 'P')
              INTO :WS-TYPE-CLIENT-EMPLOYEUR
              FROM API8.COMPTE C, API8.CLIENT L
              WHERE C.ID_COMPTE = :WS-ID-COMPTE-EMPLOYEUR
                AND L.ID_CLIENT = C.ID_CLIENT
           END-EXEC.

           IF SQLCODE = 0 AND WS-TYPE-CLIENT-EMPLOYEUR NOT = 'M'
              DISPLAY 'ATTENTION : EMPLOYEUR NON ENREGISTRE EN '
                 'PERSONNE MORALE - COMPTE ' WS-ID-COMPTE-EMPLOYEUR
           END-IF.

       1210-CONTROLER-PERSONNE-MORALE-EXIT.
           EXIT.

       2000-PASSE-EXECUTION.
           COMPUTE WS-TOTAL-PAIE = WS-TOTAL-CENTIMES / 100.

                  :WS-DATE-COMPTABLE, :WS-LIBELLE-OP)
           END-EXEC.

      *    Debit global employeur : compteur journalier du compte,
      *    meme unite de travail que l'operation
           IF WS-TYPE-OP-PAIE = 'S'
              MOVE WS-ID-COMPTE-SAL TO CPTJ-ID-COMPTE
              MOVE WS-DATE-COMPTABLE TO CPTJ-DATE-COMPTABLE
              MOVE 'S' TO CPTJ-NATURE
              MOVE '+' TO CPTJ-SENS
              MOVE WS-MONTANT-SAL TO CPTJ-MONTANT
              CALL 'API8CPTJ' USING CPTJ-ZONE
           END-IF.

       2300-INSERER-OPERATION-EXIT.
           EXIT.

               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           PERFORM 6250-CATALOGUER-ACK
              THRU 6250-CATALOGUER-ACK-EXIT.

       6230-CLOSE-ACK-EXIT.
           EXIT.

      *    Le fichier emis est conserve au catalogue des fichiers
      *    emis (API8FICE) comme nouvelle generation, pour un renvoi
      *    a l'identique sur demande (API8RENV)
       6250-CATALOGUER-ACK.
           MOVE 'FPAIEACK' TO FICE-NOM-FICHIER.
           MOVE 'API8PAIE' TO FICE-PROGRAMME.
           MOVE 'N' TO FICE-CONTROLE.
           MOVE 80 TO FICE-LONG-LIGNE.
           MOVE 'O' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FPAIEACK NON CATALOGUE'
              GO TO 6250-CATALOGUER-ACK-EXIT
           END-IF.

           OPEN INPUT FPAIEACK.
           IF FS-FPAIEACK NOT = '00'
               DISPLAY 'ERROR OPENING FPAIEACK: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FPAIEACK
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'N' TO WS-FICE-FIN-SW.
           PERFORM 6260-CATALOGUER-LIGNE-ACK
              THRU 6260-CATALOGUER-LIGNE-ACK-EXIT
              UNTIL FIN-FICE.

           CLOSE FPAIEACK.
           IF FS-FPAIEACK NOT = '00'
               DISPLAY 'ERROR CLOSING FPAIEACK: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FPAIEACK
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'F' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FPAIEACK NON CATALOGUE'
           ELSE
              MOVE FICE-GENERATION TO WS-FICE-GEN-EDIT
              DISPLAY 'FPAIEACK CATALOGUE, GENERATION '
                 WS-FICE-GEN-EDIT
           END-IF.

       6250-CATALOGUER-ACK-EXIT.
           EXIT.

       6260-CATALOGUER-LIGNE-ACK.
           READ FPAIEACK
              AT END SET FIN-FICE TO TRUE
           END-READ.
           IF FS-FPAIEACK NOT = '00' AND FS-FPAIEACK NOT = '10'
               DISPLAY 'ERROR READING FPAIEACK: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FPAIEACK
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF NOT FIN-FICE
              MOVE BUF-LIGNE-ACK TO FICE-LIGNE
              MOVE 'L' TO FICE-FONCTION
              CALL 'API8FICE' USING FICE-ZONE
           END-IF.

       6260-CATALOGUER-LIGNE-ACK-EXIT.
           EXIT.

       0450-LIRE-DATE-COMPTABLE.
      *    Journee comptable ouverte ; repli sur la date systeme si
      *    la table des dates bancaires n'est pas amorcee
       0450-LIRE-DATE-COMPTABLE-EXIT.
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

       6000-OPEN-PAIE.
           OPEN INPUT FPAIE.
           IF FS-FPAIE NOT = '00'
      *
       9999-FIN-PROGRAMME-DEB.
      *
            PERFORM 0630-TERMINER-RECEPTION
               THRU 0630-TERMINER-RECEPTION-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8PAIE        '
            DISPLAY '   EMPLOYEUR        : ' WS-RAISON-SOCIALE
