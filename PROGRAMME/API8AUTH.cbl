      *    (vente a distance 'V', etranger 'E' portes par le fichier
      *    du processeur), est rejetee dans API8.AUTREFUS au lieu
      *    d'etre chargee - aucun montant n'est reserve.
      *    Le livret d'epargne reglemente (TYPE_COMPTE 'LIV') ne se
      *    debite que par virement vers le compte courant du client :
      *    toute autorisation carte sur un livret est refusee de meme.
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
       01  WS-VAD                    PIC X(1).
       01  WS-ETRANGER               PIC X(1).
       01  WS-MOTIF-REFUS            PIC X(20).
       01  WS-TYPE-COMPTE-AUT        PIC X(4).

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
           DISPLAY '*   CHARGEMENT DES AUTORISATIONS CARTE        *'
           DISPLAY '=============================================='.

           PERFORM 0480-LIRE-FORCAGE
              THRU 0480-LIRE-FORCAGE-EXIT.

           PERFORM 0600-CONTROLER-RECEPTION
              THRU 0600-CONTROLER-RECEPTION-EXIT.

           PERFORM 6000-OPEN-AUTOR
              THRU 6000-OPEN-AUTOR-EXIT.

           MOVE 'O' TO WS-VAD.
           MOVE 'O' TO WS-ETRANGER.

      *    Livret reglemente : pas de carte, quel que soit le reglage
           MOVE SPACES TO WS-TYPE-COMPTE-AUT.
           EXEC SQL
              SELECT VALUE(TYPE_COMPTE, 'STD')
              INTO :WS-TYPE-COMPTE-AUT
              FROM API8.COMPTE
              WHERE ID_COMPTE = :WS-ID-COMPTE-AUT
           END-EXEC.
           IF SQLCODE = 0 AND WS-TYPE-COMPTE-AUT = 'LIV'
              MOVE 'LIVRET SANS CARTE' TO WS-MOTIF-REFUS
              GO TO 1050-CONTROLER-REGLAGES-EXIT
           END-IF.
           MOVE 0 TO SQLCODE.

           EXEC SQL
              SELECT R.GELE, R.VAD, R.ETRANGER
              INTO :WS-GELE, :WS-VAD, :WS-ETRANGER
       1100-INSERER-AUTORISATION-EXIT.
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
           MOVE 'API8AUTH' TO FICR-PROGRAMME.
           MOVE 'FAUTOR' TO FICR-ID-FICHIER.

           PERFORM 6000-OPEN-AUTOR
              THRU 6000-OPEN-AUTOR-EXIT.

           PERFORM 6110-READ-AUTOR
              THRU 6110-READ-AUTOR-EXIT.

           PERFORM 0610-EMPREINTE-LIGNE
              THRU 0610-EMPREINTE-LIGNE-EXIT
              UNTIL FIN-FICHIER.

           PERFORM 6220-CLOSE-AUTOR
              THRU 6220-CLOSE-AUTOR-EXIT.

           MOVE 'N' TO WS-FIN-FICHIER-SW.

           PERFORM 0620-ENREGISTRER-RECEPTION
              THRU 0620-ENREGISTRER-RECEPTION-EXIT.

       0600-CONTROLER-RECEPTION-EXIT.
           EXIT.

       0610-EMPREINTE-LIGNE.
           MOVE BUF-LIGNE-AUTOR TO FICR-ENREG.
           MOVE 'A' TO FICR-FONCTION.
           CALL 'API8FICR' USING FICR-ZONE.
           IF BUF-AUT-MONTANT IS NUMERIC
              ADD BUF-AUT-MONTANT TO FICR-TOTAL
           END-IF.

           PERFORM 6110-READ-AUTOR
              THRU 6110-READ-AUTOR-EXIT.

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

       6000-OPEN-AUTOR.
           OPEN INPUT FAUTOR.
           IF FS-FAUTOR NOT = '00'
      *
       9999-FIN-PROGRAMME-DEB.
      *
            PERFORM 0630-TERMINER-RECEPTION
               THRU 0630-TERMINER-RECEPTION-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8AUTH        '
            DISPLAY '   AUTORISATIONS CHARGEES : ' WS-NB-CHARGEES
