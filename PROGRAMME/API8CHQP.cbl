      *    Codes motif : 01 demande illisible, 03 compte inconnu,
      *    04 compte cloture, 05 compte en succession, 06 provision
      *    insuffisante, 07 erreur base, 08 serie non emise,
      *    09 numero deja paye, 10 livret d'epargne reglemente (pas
      *    de cheque sur un livret, debit par virement seulement),
      *    11 opposition (perte, vol ou utilisation frauduleuse,
      *    registre API8.OPPOCHQ) : la presentation est en plus
      *    tracee sur API8.PRESOPPCHQ pour la liste mensuelle des
      *    oppositions rencontrees (API8OPCL).
      *    Le fichier recu est inscrit au registre des fichiers
      *    recus (API8FICR) apres un premier passage qui en calcule
      *    l'empreinte (nombre d'enregistrements, total des montants,
      *    checksum du contenu), avant le moindre posting : un
      *    fichier deja traite - renvoi du remettant, relance de
      *    l'etape apres un abend - arrete le batch sans mouvement.
      *    Le retraitement n'est admis que sur carte SYSIN
      *    'FORCE <motif>', trace au registre.
      *    Le fichier emis est conserve au catalogue des fichiers
      *    emis (API8FICE) comme generation numerotee, renvoyable a
      *    l'identique sur demande par API8RENV.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-NUM-CHEQUE             PIC S9(7) COMP.
       01  WS-MONTANT-CHT            PIC S9(8)V99 COMP-3.
       01  WS-STATUT-COMPTE          PIC X(1).
       01  WS-TYPE-COMPTE            PIC X(4).
       01  WS-SOLDE-COMPTE           PIC S9(8)V99 COMP-3.
       01  WS-SOLDE-APRES            PIC S9(8)V99 COMP-3.

           05  CHQV-ID-COMPTE     PIC S9(9) COMP.
           05  CHQV-NUM-CHEQUE    PIC S9(7) COMP.
           05  CHQV-CODE-RETOUR   PIC X(2).
           05  CHQV-ID-OPPO-CHQ   PIC S9(9) COMP.
           05  CHQV-MOTIF-OPPO    PIC X(1).

       01  WS-NB-OPPOSITIONS         PIC 9(7) VALUE 0.
       01  WS-BANQUE-CHT             PIC X(10).

      *    Enregistrements de controle du fichier de retour
       01  WS-CTL-ENTETE.
           05  NUMO-VALEUR        PIC S9(9) COMP.
           05  NUMO-CODE-RETOUR   PIC X(1).

      *    Zone d'appel du plafonnement des frais d'incident
      *    API8PLFR (client fragile : cumul mensuel borne)
       01  PLFR-ZONE.
           05  PLFR-ID-COMPTE         PIC S9(9) COMP.
           05  PLFR-MONTANT-FRAIS     PIC S9(8)V99 COMP-3.
           05  PLFR-MONTANT-ACCORDE   PIC S9(8)V99 COMP-3.
           05  PLFR-CODE-RETOUR       PIC X(1).

      *    Date comptable du jour bancaire ouvert
       01  WS-DATE-COMPTABLE      PIC X(8).

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
           PERFORM 0500-LIRE-PARAMETRES
              THRU 0500-LIRE-PARAMETRES-EXIT.

           PERFORM 0480-LIRE-FORCAGE
              THRU 0480-LIRE-FORCAGE-EXIT.

           PERFORM 0600-CONTROLER-RECEPTION
              THRU 0600-CONTROLER-RECEPTION-EXIT.

           PERFORM 6000-OPEN-FICHIERS
              THRU 6000-OPEN-FICHIERS-EXIT.

                 MOVE 'NUMERO DEJA PAYE' TO WS-TEXTE-MOTIF
                 PERFORM 1500-REJETER-CHEQUE
                    THRU 1500-REJETER-CHEQUE-EXIT
              WHEN '03'
                 MOVE '11' TO WS-CODE-MOTIF
                 EVALUATE CHQV-MOTIF-OPPO
                    WHEN 'P'
                       MOVE 'OPPOSITION PERTE' TO WS-TEXTE-MOTIF
                    WHEN 'V'
                       MOVE 'OPPOSITION VOL' TO WS-TEXTE-MOTIF
                    WHEN OTHER
                       MOVE 'OPPOSITION FRAUDE' TO WS-TEXTE-MOTIF
                 END-EVALUATE
                 PERFORM 1500-REJETER-CHEQUE
                    THRU 1500-REJETER-CHEQUE-EXIT
                 PERFORM 1530-TRACER-OPPOSITION
                    THRU 1530-TRACER-OPPOSITION-EXIT
              WHEN OTHER
                 MOVE '07' TO WS-CODE-MOTIF
                 MOVE 'ERREUR VERIFICATION' TO WS-TEXTE-MOTIF
      *    Meme regle qu'API8PREL : le solde peut descendre jusqu'a
      *    -PLAFOND_DECOUVERT, au-dela le cheque est impayable
           MOVE SPACE TO WS-STATUT-COMPTE.
           MOVE 'STD' TO WS-TYPE-COMPTE.
           MOVE 0 TO WS-ID-CLIENT-CHT.

           EXEC SQL
              SELECT SOLDE, STATUT, ID_CLIENT,
                     VALUE(TYPE_COMPTE, 'STD')
              INTO :WS-SOLDE-COMPTE, :WS-STATUT-COMPTE,
                   :WS-ID-CLIENT-CHT, :WS-TYPE-COMPTE
              FROM API8.COMPTE
              WHERE ID_COMPTE = :WS-ID-COMPTE-CHT
           END-EXEC.
                 MOVE 'COMPTE EN SUCCESSION' TO WS-TEXTE-MOTIF
                 PERFORM 1500-REJETER-CHEQUE
                    THRU 1500-REJETER-CHEQUE-EXIT
              WHEN WS-TYPE-COMPTE = 'LIV'
                 MOVE '10' TO WS-CODE-MOTIF
                 MOVE 'LIVRET REGLEMENTE' TO WS-TEXTE-MOTIF
                 PERFORM 1500-REJETER-CHEQUE
                    THRU 1500-REJETER-CHEQUE-EXIT
              WHEN WS-SOLDE-COMPTE + WS-PLAFOND-DECOUVERT
                 < WS-MONTANT-CHT
                 MOVE '06' TO WS-CODE-MOTIF
           COMPUTE WS-SOLDE-APRES =
              WS-SOLDE-COMPTE - WS-MONTANT-CHT.

           MOVE ZERO TO PLFR-MONTANT-ACCORDE.
           IF WS-SOLDE-APRES < ZERO
      *       Client fragile : frais bornes au plafond mensuel
              MOVE WS-ID-COMPTE-CHT TO PLFR-ID-COMPTE
              MOVE WS-FRAIS-DECOUVERT TO PLFR-MONTANT-FRAIS
              CALL 'API8PLFR' USING PLFR-ZONE
           END-IF.

           IF PLFR-MONTANT-ACCORDE > ZERO
              EXEC SQL
                 UPDATE API8.COMPTE
                    SET SOLDE = SOLDE - :PLFR-MONTANT-ACCORDE
                    WHERE ID_COMPTE = :WS-ID-COMPTE-CHT
              END-EXEC

              END-IF
              MOVE NUMO-VALEUR TO WS-ID-OPERATION OF DCLOPERATION

              MOVE PLFR-MONTANT-ACCORDE
                 TO WS-MONTANT-OP OF DCLOPERATION

              EXEC SQL
       1520-INSCRIRE-INCIDENT-EXIT.
           EXIT.

       1530-TRACER-OPPOSITION.
      *    Presentation d'un cheque frappe d'opposition : tracee
      *    pour la liste mensuelle et le suivi de la fraude
           MOVE BUF-CHT-BANQUE TO WS-BANQUE-CHT.
           EXEC SQL
              INSERT INTO API8.PRESOPPCHQ
                 (ID_OPPO_CHQ, ID_COMPTE, NUM_CHEQUE, MONTANT,
                  BANQUE_PRESENTATRICE, DATE_PRESENTATION)
              VALUES
                 (:CHQV-ID-OPPO-CHQ, :WS-ID-COMPTE-CHT,
                  :WS-NUM-CHEQUE, :WS-MONTANT-CHT,
                  :WS-BANQUE-CHT, CURRENT DATE)
           END-EXEC.

           DISPLAY 'CHEQUE EN OPPOSITION : ' WS-NUM-CHEQUE
              ' COMPTE ' WS-ID-COMPTE-CHT
              ' OPPOSITION ' CHQV-ID-OPPO-CHQ.
           ADD 1 TO WS-NB-OPPOSITIONS.

       1530-TRACER-OPPOSITION-EXIT.
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
           MOVE 'API8CHQP' TO FICR-PROGRAMME.
           MOVE 'FCHQTIRE' TO FICR-ID-FICHIER.

           OPEN INPUT FCHQTIRE.
           IF FS-FCHQTIRE NOT = '00'
               DISPLAY 'ERROR OPENING FCHQTIRE: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FCHQTIRE
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           PERFORM 6110-READ-CHQTIRE
              THRU 6110-READ-CHQTIRE-EXIT.

           PERFORM 0610-EMPREINTE-LIGNE
              THRU 0610-EMPREINTE-LIGNE-EXIT
              UNTIL FIN-FICHIER.

           CLOSE FCHQTIRE.
           IF FS-FCHQTIRE NOT = '00'
               DISPLAY 'ERROR CLOSING FCHQTIRE: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FCHQTIRE
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'N' TO WS-FIN-FICHIER-SW.

           PERFORM 0620-ENREGISTRER-RECEPTION
              THRU 0620-ENREGISTRER-RECEPTION-EXIT.

       0600-CONTROLER-RECEPTION-EXIT.
           EXIT.

       0610-EMPREINTE-LIGNE.
           MOVE BUF-LIGNE-CHQTIRE TO FICR-ENREG.
           MOVE 'A' TO FICR-FONCTION.
           CALL 'API8FICR' USING FICR-ZONE.
           IF BUF-CHT-MONTANT IS NUMERIC
              ADD BUF-CHT-MONTANT TO FICR-TOTAL
           END-IF.

           PERFORM 6110-READ-CHQTIRE
              THRU 6110-READ-CHQTIRE-EXIT.

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

       6000-OPEN-FICHIERS.
           OPEN INPUT FCHQTIRE.
           IF FS-FCHQTIRE NOT = '00'
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           PERFORM 6250-CATALOGUER-REJET
              THRU 6250-CATALOGUER-REJET-EXIT.

       6220-CLOSE-FICHIERS-EXIT.
           EXIT.

      *    Le fichier emis est conserve au catalogue des fichiers
      *    emis (API8FICE) comme nouvelle generation, pour un renvoi
      *    a l'identique sur demande (API8RENV)
       6250-CATALOGUER-REJET.
           MOVE 'REJCHQTI' TO FICE-NOM-FICHIER.
           MOVE 'API8CHQP' TO FICE-PROGRAMME.
           MOVE 'Y' TO FICE-CONTROLE.
           MOVE 80 TO FICE-LONG-LIGNE.
           MOVE 'O' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : REJCHQTIR NON CATALOGUE'
              GO TO 6250-CATALOGUER-REJET-EXIT
           END-IF.

           OPEN INPUT REJCHQTIR.
           IF FS-REJCHQTIR NOT = '00'
               DISPLAY 'ERROR OPENING REJCHQTIR: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-REJCHQTIR
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'N' TO WS-FICE-FIN-SW.
           PERFORM 6260-CATALOGUER-LIGNE-REJET
              THRU 6260-CATALOGUER-LIGNE-REJET-EXIT
              UNTIL FIN-FICE.

           CLOSE REJCHQTIR.
           IF FS-REJCHQTIR NOT = '00'
               DISPLAY 'ERROR CLOSING REJCHQTIR: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-REJCHQTIR
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'F' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : REJCHQTIR NON CATALOGUE'
           ELSE
              MOVE FICE-GENERATION TO WS-FICE-GEN-EDIT
              DISPLAY 'REJCHQTIR CATALOGUE, GENERATION '
                 WS-FICE-GEN-EDIT
           END-IF.

       6250-CATALOGUER-REJET-EXIT.
           EXIT.

       6260-CATALOGUER-LIGNE-REJET.
           READ REJCHQTIR
              AT END SET FIN-FICE TO TRUE
           END-READ.
           IF FS-REJCHQTIR NOT = '00' AND FS-REJCHQTIR NOT = '10'
               DISPLAY 'ERROR READING REJCHQTIR: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-REJCHQTIR
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF NOT FIN-FICE
              MOVE BUF-LIGNE-REJET TO FICE-LIGNE
              MOVE 'L' TO FICE-FONCTION
              CALL 'API8FICE' USING FICE-ZONE
           END-IF.

       6260-CATALOGUER-LIGNE-REJET-EXIT.
           EXIT.

       0450-LIRE-DATE-COMPTABLE.
      *    Journee comptable ouverte ; repli sur la date systeme si
      *    la table des dates bancaires n'est pas amorcee
      *
       9999-FIN-PROGRAMME-DEB.
      *
            PERFORM 0630-TERMINER-RECEPTION
               THRU 0630-TERMINER-RECEPTION-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8CHQP        '
            DISPLAY '   CHEQUES PAYES   : ' WS-NB-PAYES
            DISPLAY '   CHEQUES REJETES : ' WS-NB-REJETS
            DISPLAY '   INCIDENTS INSCRITS : ' WS-NB-INCIDENTS
            DISPLAY '   CHEQUES EN OPPOSITION : ' WS-NB-OPPOSITIONS
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
