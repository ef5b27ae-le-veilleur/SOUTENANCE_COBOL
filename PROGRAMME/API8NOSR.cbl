      *    (API8.VIREXT EXPEDIE = 'Y' non rapproches) avec leur
      *    anciennete en jours - un reglement manquant ou double se
      *    voit le lendemain matin, pas en fin de mois.
      *    Les virements internationaux hors euro (API8VINT, extraits
      *    en MT103 par API8VSWF, TYPE_VIREMENT 'I') sont regles par
      *    le correspondant dans la devise de paiement : la ligne du
      *    releve porte alors la devise (blanc = EUR) et se rapproche
      *    du montant en devise envoye (MONTANT_DEVISE) dans la meme
      *    devise (DEVISE_PAIEMENT). Ces lignes sont totalisees a
      *    part, hors des totaux en euro.
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
           05  BUF-REL-REFERENCE      PIC X(27).
           05  BUF-REL-MONTANT        PIC 9(8)V99.
           05  BUF-REL-DATE           PIC 9(8).
           05  BUF-REL-DEVISE         PIC X(3).
           05  FILLER                 PIC X(31).
       01  BUF-REF-VIREXT REDEFINES BUF-LIGNE-RELCOMP.
           05  FILLER                 PIC X(1).
           05  BUF-REF-ID-VIREXT      PIC 9(9).
      *    Piece interne rapprochee
       01  WS-MONTANT-VIREXT         PIC S9(8)V99 COMP-3.
       01  WS-EXPEDIE                PIC X(1).
       01  WS-TYPE-VIREMENT          PIC X(1).
       01  WS-DEVISE-PAIEMENT        PIC X(3).
       01  WS-MONTANT-DEVISE         PIC S9(8)V99 COMP-3.
       01  WS-MONTANT-ATTENDU        PIC S9(8)V99 COMP-3.
       01  WS-DEVISE-ATTENDUE        PIC X(3).
       01  WS-DEVISE-LIGNE           PIC X(3).
       01  WS-COMPTE-ALPHA           PIC X(9).
       01  WS-COMPTE-NUM             PIC 9(9).
       01  WS-ID-COMPTE-CRE          PIC S9(9) COMP.
       01  WS-TOT-FICHIER-C          PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TOT-FICHIER-R          PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TOT-RAPPROCHE          PIC S9(11)V99 COMP-3 VALUE 0.
      *    Lignes reglees en devise (virements internationaux) :
      *    cumul nominal, hors des totaux en euro
       01  WS-TOT-FICHIER-DEV        PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TOT-RAPPROCHE-DEV      PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-NB-LIGNES-DEV          PIC 9(7) VALUE 0.
       01  WS-TOT-EDIT               PIC -(10)9,99.

       01  WS-NB-RAPPROCHES          PIC 9(7) VALUE 0.
       01  WS-NB-ECARTS              PIC 9(7) VALUE 0.
       01  WS-NB-NON-REGLES          PIC 9(7) VALUE 0.

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
           DISPLAY '*   RAPPROCHEMENT DU COMPTE DE REGLEMENT      *'
           DISPLAY '=============================================='.

           PERFORM 0480-LIRE-FORCAGE
              THRU 0480-LIRE-FORCAGE-EXIT.

           PERFORM 0600-CONTROLER-RECEPTION
              THRU 0600-CONTROLER-RECEPTION-EXIT.

           PERFORM 6000-OPEN-RELCOMP
              THRU 6000-OPEN-RELCOMP-EXIT.

           ELSE
              MOVE BUF-REL-MONTANT TO WS-MONTANT-LIGNE
              MOVE BUF-REL-DATE TO WS-DATE-LIGNE
              MOVE BUF-REL-DEVISE TO WS-DEVISE-LIGNE
              IF WS-DEVISE-LIGNE = SPACES
                 OR WS-DEVISE-LIGNE = LOW-VALUES
                 MOVE 'EUR' TO WS-DEVISE-LIGNE
              END-IF
              EVALUATE TRUE
                 WHEN WS-DEVISE-LIGNE NOT = 'EUR'
                    AND (BUF-REL-SENS = 'D' OR BUF-REL-SENS = 'R')
                    ADD WS-MONTANT-LIGNE TO WS-TOT-FICHIER-DEV
                    ADD 1 TO WS-NB-LIGNES-DEV
                 WHEN BUF-REL-SENS = 'D'
                    ADD WS-MONTANT-LIGNE TO WS-TOT-FICHIER-D
                 WHEN BUF-REL-SENS = 'R'
                    ADD WS-MONTANT-LIGNE TO WS-TOT-FICHIER-R
              END-EVALUATE
              EVALUATE BUF-REL-SENS
                 WHEN 'D'
                    PERFORM 1100-RAPPROCHER-VIREXT
                       THRU 1100-RAPPROCHER-VIREXT-EXIT
                 WHEN 'R'
                    PERFORM 1100-RAPPROCHER-VIREXT
                       THRU 1100-RAPPROCHER-VIREXT-EXIT
                 WHEN 'C'

           MOVE SPACE TO WS-EXPEDIE.
           EXEC SQL
              SELECT MONTANT, EXPEDIE, VALUE(TYPE_VIREMENT, 'S'),
                     VALUE(DEVISE_PAIEMENT, ' '),
                     VALUE(MONTANT_DEVISE, 0)
              INTO :WS-MONTANT-VIREXT, :WS-EXPEDIE,
                   :WS-TYPE-VIREMENT, :WS-DEVISE-PAIEMENT,
                   :WS-MONTANT-DEVISE
              FROM API8.VIREXT
              WHERE ID_VIREXT = :WS-ID-VIREXT
           END-EXEC.

      *    Virement international : regle en devise de paiement,
      *    pour le montant envoye au beneficiaire
           IF SQLCODE = 0 AND WS-TYPE-VIREMENT = 'I'
              MOVE WS-MONTANT-DEVISE TO WS-MONTANT-ATTENDU
              MOVE WS-DEVISE-PAIEMENT TO WS-DEVISE-ATTENDUE
           ELSE
              MOVE WS-MONTANT-VIREXT TO WS-MONTANT-ATTENDU
              MOVE 'EUR' TO WS-DEVISE-ATTENDUE
           END-IF.

           EVALUATE TRUE
              WHEN SQLCODE = 100
                 DISPLAY '*ECART* REGLEMENT SANS VIREMENT - REF '
                    WS-ID-VIREXT
                 ADD 1 TO WS-NB-ECARTS
              WHEN WS-DEVISE-LIGNE NOT = WS-DEVISE-ATTENDUE
                 DISPLAY '*ECART* DEVISE REGLEE DIFFERENTE - REF '
                    WS-ID-VIREXT ' REGLE ' WS-DEVISE-LIGNE
                    ' ATTENDU ' WS-DEVISE-ATTENDUE
                 ADD 1 TO WS-NB-ECARTS
              WHEN WS-MONTANT-ATTENDU NOT = WS-MONTANT-LIGNE
                 MOVE WS-MONTANT-LIGNE TO WS-MONTANT-EDIT
                 DISPLAY '*ECART* MONTANT REGLE DIFFERENT - REF '
                    WS-ID-VIREXT ' REGLE ' WS-MONTANT-EDIT
                    WHERE ID_VIREXT = :WS-ID-VIREXT
                 END-EXEC
                 ADD 1 TO WS-NB-RAPPROCHES
                 IF WS-DEVISE-LIGNE = 'EUR'
                    ADD WS-MONTANT-LIGNE TO WS-TOT-RAPPROCHE
                 ELSE
                    ADD WS-MONTANT-LIGNE TO WS-TOT-RAPPROCHE-DEV
                 END-IF
           END-EVALUATE.

       1100-RAPPROCHER-VIREXT-EXIT.
           DISPLAY 'TOTAL RELEVE - RETOURS          : ' WS-TOT-EDIT.
           MOVE WS-TOT-RAPPROCHE TO WS-TOT-EDIT.
           DISPLAY 'TOTAL RAPPROCHE                 : ' WS-TOT-EDIT.
           IF WS-NB-LIGNES-DEV > 0
              DISPLAY 'REGLEMENTS EN DEVISES (NOMINAL, HORS EUR) :'
              DISPLAY '   LIGNES DU RELEVE             : '
                 WS-NB-LIGNES-DEV
              MOVE WS-TOT-FICHIER-DEV TO WS-TOT-EDIT
              DISPLAY '   TOTAL RELEVE                 : ' WS-TOT-EDIT
              MOVE WS-TOT-RAPPROCHE-DEV TO WS-TOT-EDIT
              DISPLAY '   TOTAL RAPPROCHE              : ' WS-TOT-EDIT
           END-IF.

       4000-EDITER-TOTAUX-EXIT.
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
           MOVE 'API8NOSR' TO FICR-PROGRAMME.
           MOVE 'FRELCOMP' TO FICR-ID-FICHIER.

           PERFORM 6000-OPEN-RELCOMP
              THRU 6000-OPEN-RELCOMP-EXIT.

           PERFORM 6110-READ-RELCOMP
              THRU 6110-READ-RELCOMP-EXIT.

           PERFORM 0610-EMPREINTE-LIGNE
              THRU 0610-EMPREINTE-LIGNE-EXIT
              UNTIL FIN-FICHIER.

           PERFORM 6220-CLOSE-RELCOMP
              THRU 6220-CLOSE-RELCOMP-EXIT.

           MOVE 'N' TO WS-FIN-FICHIER-SW.

           PERFORM 0620-ENREGISTRER-RECEPTION
              THRU 0620-ENREGISTRER-RECEPTION-EXIT.

       0600-CONTROLER-RECEPTION-EXIT.
           EXIT.

       0610-EMPREINTE-LIGNE.
           MOVE BUF-LIGNE-RELCOMP TO FICR-ENREG.
           MOVE 'A' TO FICR-FONCTION.
           CALL 'API8FICR' USING FICR-ZONE.
           IF BUF-REL-MONTANT IS NUMERIC
              ADD BUF-REL-MONTANT TO FICR-TOTAL
           END-IF.

           PERFORM 6110-READ-RELCOMP
              THRU 6110-READ-RELCOMP-EXIT.

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

       6000-OPEN-RELCOMP.
           OPEN INPUT FRELCOMP.
           IF FS-FRELCOMP NOT = '00'
      *
       9999-FIN-PROGRAMME-DEB.
      *
            PERFORM 0630-TERMINER-RECEPTION
               THRU 0630-TERMINER-RECEPTION-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8NOSR        '
            DISPLAY '   ECRITURES RAPPROCHEES : ' WS-NB-RAPPROCHES
