      *    1380-VERIF-DECOUVERT (debit tolere jusqu'a
      *    -PLAFOND_DECOUVERT, frais si le solde passe en negatif)
      *    puis debite le compte par une operation TYPE_OP = 'P'
      *    (prelevement). Les montants bloques par une saisie active
      *    ou contestee (API8.SAISIE) sont retranches du solde avant
      *    ce controle. Les demandes sans mandat ou au-dela du
      *    decouvert autorise partent dans le fichier de rejets
      *    REJPRELEV, structure pour la banque du creancier : entete
      *    '01', un enregistrement '02' par demande refusee
      *    fichier de collecte, pour representation ou relance du
      *    debiteur. Codes motif : 01 demande illisible, 02 mandat
      *    absent, 03 compte inconnu, 04 compte cloture, 05 compte
      *    en succession, 06 solde insuffisant, 07 erreur base,
      *    08 livret d'epargne reglemente (pas de prelevement sur un
      *    livret, debit par virement seulement).
      *    Restrictions posees par le client sur l'ecran API8MNDT,
      *    controlees des que le mandat est trouve : 09 creancier
      *    bloque, 10 creancier hors liste autorisee (le compte a une
      *    liste et ce creancier n'y figure pas), 11 montant au-dela
      *    du plafond du mandat, 12 nombre de prelevements de la
      *    periode atteint. Le compteur de la periode (mois,
      *    trimestre ou annee de la date comptable) est tenu sur le
      *    mandat a chaque prelevement poste.
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
      *    L'operation postee garde le creancier dans
      *    REF_CONTREPARTIE, lu par la categorisation des depenses
      *    (API8CATB, regles de type 'C').
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-MONTANT-PREL           PIC S9(8)V99 COMP-3.
       01  WS-ID-MANDAT              PIC S9(9) COMP.
       01  WS-STATUT-COMPTE          PIC X(1).
       01  WS-TYPE-COMPTE            PIC X(4).
       01  WS-SOLDE-COMPTE           PIC S9(8)V99 COMP-3.
       01  WS-MONTANT-SAISI          PIC S9(8)V99 COMP-3.
       01  WS-SOLDE-APRES-PREL       PIC S9(8)V99 COMP-3.
       01  WS-ID-CREANCIER           PIC X(10).
       01  WS-REF-MANDAT             PIC X(13).
       01  WS-NULL-INDICATOR         PIC S9(4) COMP.

      *    Plafonds du mandat et restrictions du client par creancier
       01  WS-MONTANT-MAX            PIC S9(8)V99 COMP-3.
       01  WS-NB-MAX-PERIODE         PIC S9(3) COMP-3.
       01  WS-PERIODE-MAX            PIC X(1).
       01  WS-CLE-PERIODE-MANDAT     PIC X(6).
       01  WS-NB-PRELEV-PERIODE      PIC S9(3) COMP-3.
       01  WS-CLE-PERIODE            PIC X(6).
       01  WS-MOIS-COMPTABLE         PIC 9(2).
       01  WS-NB-BLOCAGES            PIC S9(9) COMP.
       01  WS-NB-LISTE               PIC S9(9) COMP.
       01  WS-NB-LISTE-CREANCIER     PIC S9(9) COMP.

       01  WS-NB-PRELEVES            PIC 9(7) VALUE 0.
       01  WS-NB-REJETS              PIC 9(7) VALUE 0.

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
      *    (API8.DATEBANQUE, avancee par la cloture API8EOD) ; repli
      *    sur la date systeme tant que la table n'est pas amorcee
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


       1100-VERIFIER-MANDAT.
           EXEC SQL
              SELECT ID_MANDAT, VALUE(MONTANT_MAX, 0),
                     VALUE(NB_MAX_PERIODE, 0),
                     VALUE(PERIODE_MAX, 'M'),
                     VALUE(CLE_PERIODE, ' '),
                     VALUE(NB_PRELEV_PERIODE, 0)
              INTO :WS-ID-MANDAT, :WS-MONTANT-MAX,
                   :WS-NB-MAX-PERIODE, :WS-PERIODE-MAX,
                   :WS-CLE-PERIODE-MANDAT, :WS-NB-PRELEV-PERIODE
              FROM API8.MANDAT
              WHERE ID_COMPTE = :WS-ID-COMPTE-PREL
                AND ID_CREANCIER = :WS-ID-CREANCIER
           END-EXEC.

           IF SQLCODE = 0
              PERFORM 1150-VERIF-RESTRICTIONS
                 THRU 1150-VERIF-RESTRICTIONS-EXIT
           ELSE
              MOVE '02' TO WS-CODE-MOTIF
              MOVE 'MANDAT ABSENT' TO WS-TEXTE-MOTIF
       1100-VERIFIER-MANDAT-EXIT.
           EXIT.

       1150-VERIF-RESTRICTIONS.
      *    Droit du client a limiter les prelevements : blocage du
      *    creancier, liste de creanciers autorises, plafonds du
      *    mandat ; le premier manquement rejette la demande
           MOVE 0 TO WS-NB-BLOCAGES.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-NB-BLOCAGES
              FROM API8.RESTRICPREL
              WHERE ID_COMPTE = :WS-ID-COMPTE-PREL
                AND ID_CREANCIER = :WS-ID-CREANCIER
                AND TYPE_RESTRIC = 'B'
           END-EXEC.
           IF WS-NB-BLOCAGES > 0
              MOVE '09' TO WS-CODE-MOTIF
              MOVE 'CREANCIER BLOQUE' TO WS-TEXTE-MOTIF
              PERFORM 1510-ECRIRE-REJET
                 THRU 1510-ECRIRE-REJET-EXIT
              GO TO 1150-VERIF-RESTRICTIONS-EXIT
           END-IF.

           MOVE 0 TO WS-NB-LISTE.
           MOVE 0 TO WS-NB-LISTE-CREANCIER.
           EXEC SQL
              SELECT COUNT(*),
                     SUM(CASE WHEN ID_CREANCIER = :WS-ID-CREANCIER
                              THEN 1 ELSE 0 END)
              INTO :WS-NB-LISTE,
                   :WS-NB-LISTE-CREANCIER :WS-NULL-INDICATOR
              FROM API8.RESTRICPREL
              WHERE ID_COMPTE = :WS-ID-COMPTE-PREL
                AND TYPE_RESTRIC = 'L'
           END-EXEC.
           IF WS-NULL-INDICATOR = -1
              MOVE 0 TO WS-NB-LISTE-CREANCIER
           END-IF.
           IF WS-NB-LISTE > 0 AND WS-NB-LISTE-CREANCIER = 0
              MOVE '10' TO WS-CODE-MOTIF
              MOVE 'CREANCIER NON LISTE' TO WS-TEXTE-MOTIF
              PERFORM 1510-ECRIRE-REJET
                 THRU 1510-ECRIRE-REJET-EXIT
              GO TO 1150-VERIF-RESTRICTIONS-EXIT
           END-IF.

           IF WS-MONTANT-MAX > 0 AND WS-MONTANT-PREL > WS-MONTANT-MAX
              MOVE '11' TO WS-CODE-MOTIF
              MOVE 'PLAFOND MANDAT' TO WS-TEXTE-MOTIF
              PERFORM 1510-ECRIRE-REJET
                 THRU 1510-ECRIRE-REJET-EXIT
              GO TO 1150-VERIF-RESTRICTIONS-EXIT
           END-IF.

      *    Periode en cours selon la date comptable : AAAAMM pour le
      *    mois, AAAATn pour le trimestre, AAAA pour l'annee ; un
      *    compteur tenu sur une autre periode repart de zero
           MOVE SPACES TO WS-CLE-PERIODE.
           MOVE WS-DATE-COMPTABLE(5:2) TO WS-MOIS-COMPTABLE.
           EVALUATE WS-PERIODE-MAX
              WHEN 'A'
                 MOVE WS-DATE-COMPTABLE(1:4) TO WS-CLE-PERIODE
              WHEN 'T'
                 MOVE WS-DATE-COMPTABLE(1:4) TO WS-CLE-PERIODE(1:4)
                 MOVE 'T' TO WS-CLE-PERIODE(5:1)
                 EVALUATE TRUE
                    WHEN WS-MOIS-COMPTABLE <= 3
                       MOVE '1' TO WS-CLE-PERIODE(6:1)
                    WHEN WS-MOIS-COMPTABLE <= 6
                       MOVE '2' TO WS-CLE-PERIODE(6:1)
                    WHEN WS-MOIS-COMPTABLE <= 9
                       MOVE '3' TO WS-CLE-PERIODE(6:1)
                    WHEN OTHER
                       MOVE '4' TO WS-CLE-PERIODE(6:1)
                 END-EVALUATE
              WHEN OTHER
                 MOVE WS-DATE-COMPTABLE(1:6) TO WS-CLE-PERIODE
           END-EVALUATE.
           IF WS-CLE-PERIODE NOT = WS-CLE-PERIODE-MANDAT
              MOVE 0 TO WS-NB-PRELEV-PERIODE
           END-IF.

           IF WS-NB-MAX-PERIODE > 0
              AND WS-NB-PRELEV-PERIODE >= WS-NB-MAX-PERIODE
              MOVE '12' TO WS-CODE-MOTIF
              MOVE 'NOMBRE PERIODE ATTEINT' TO WS-TEXTE-MOTIF
              PERFORM 1510-ECRIRE-REJET
                 THRU 1510-ECRIRE-REJET-EXIT
              GO TO 1150-VERIF-RESTRICTIONS-EXIT
           END-IF.

           PERFORM 1200-VERIF-DECOUVERT
              THRU 1200-VERIF-DECOUVERT-EXIT.

       1150-VERIF-RESTRICTIONS-EXIT.
           EXIT.

       1200-VERIF-DECOUVERT.
      *    Meme regle qu'API3RET : le solde peut descendre jusqu'a
      *    -PLAFOND_DECOUVERT, au-dela la demande est rejetee
           MOVE SPACE TO WS-STATUT-COMPTE.
           MOVE 'STD' TO WS-TYPE-COMPTE.

           EXEC SQL
              SELECT SOLDE, STATUT, VALUE(TYPE_COMPTE, 'STD')
              INTO :WS-SOLDE-COMPTE, :WS-STATUT-COMPTE,
                   :WS-TYPE-COMPTE
              FROM API8.COMPTE
              WHERE ID_COMPTE = :WS-ID-COMPTE-PREL
           END-EXEC.

      *    Le montant bloque par une saisie (API8SAIS) n'est plus
      *    disponible pour le creancier du prelevement
           MOVE ZERO TO WS-MONTANT-SAISI.
           IF SQLCODE = 0
              EXEC SQL
                 SELECT SUM(MONTANT_BLOQUE)
                 INTO :WS-MONTANT-SAISI :WS-NULL-INDICATOR
                 FROM API8.SAISIE
                 WHERE ID_COMPTE = :WS-ID-COMPTE-PREL
                   AND STATUT_SAISIE IN ('A', 'C')
              END-EXEC
              IF WS-NULL-INDICATOR = -1
                 MOVE ZERO TO WS-MONTANT-SAISI
              END-IF
              MOVE 0 TO SQLCODE
           END-IF.

           EVALUATE TRUE
              WHEN SQLCODE NOT = 0
                 MOVE '03' TO WS-CODE-MOTIF
                 MOVE 'COMPTE EN SUCCESSION' TO WS-TEXTE-MOTIF
                 PERFORM 1510-ECRIRE-REJET
                    THRU 1510-ECRIRE-REJET-EXIT
              WHEN WS-TYPE-COMPTE = 'LIV'
                 MOVE '08' TO WS-CODE-MOTIF
                 MOVE 'LIVRET REGLEMENTE' TO WS-TEXTE-MOTIF
                 PERFORM 1510-ECRIRE-REJET
                    THRU 1510-ECRIRE-REJET-EXIT
              WHEN WS-SOLDE-COMPTE - WS-MONTANT-SAISI
                 + WS-PLAFOND-DECOUVERT < WS-MONTANT-PREL
                 MOVE '06' TO WS-CODE-MOTIF
                 MOVE 'SOLDE INSUFFISANT' TO WS-TEXTE-MOTIF
                 PERFORM 1510-ECRIRE-REJET
                 THRU 1310-INSERER-OPERATION-EXIT
              PERFORM 1320-VERIF-FRAIS-DECOUVERT
                 THRU 1320-VERIF-FRAIS-DECOUVERT-EXIT
              PERFORM 1330-COMPTER-PRELEVEMENT
                 THRU 1330-COMPTER-PRELEVEMENT-EXIT
              ADD 1 TO WS-NB-PRELEVES
           ELSE
              MOVE '07' TO WS-CODE-MOTIF
              INSERT INTO API8.OPERATION
                 (ID_OPERATION, ID_COMPTE, MONTANT_OP, TYPE_OP, DATE_OP,
                 DATE_COMPTABLE,
                  LIBELLE_OP, REF_CONTREPARTIE)
              VALUES
                 (:DCLOPERATION.WS-ID-OPERATION,
                  :DCLOPERATION.WS-ID-COMPTE,
                  :DCLOPERATION.WS-TYPE-OP,
                  CURRENT DATE,
                  :WS-DATE-COMPTABLE,
                  :BUF-PREL-LIBELLE,
                  :WS-ID-CREANCIER)
           END-EXEC.

       1310-INSERER-OPERATION-EXIT.
           COMPUTE WS-SOLDE-APRES-PREL =
              WS-SOLDE-COMPTE - WS-MONTANT-PREL.

           MOVE ZERO TO PLFR-MONTANT-ACCORDE.
           IF WS-SOLDE-APRES-PREL < ZERO
      *       Client fragile : frais bornes au plafond mensuel
              MOVE WS-ID-COMPTE-PREL TO PLFR-ID-COMPTE
              MOVE WS-FRAIS-DECOUVERT TO PLFR-MONTANT-FRAIS
              CALL 'API8PLFR' USING PLFR-ZONE
           END-IF.

           IF PLFR-MONTANT-ACCORDE > ZERO
              EXEC SQL
                 UPDATE API8.COMPTE
                    SET SOLDE = SOLDE - :PLFR-MONTANT-ACCORDE
                    WHERE ID_COMPTE = :WS-ID-COMPTE-PREL
              END-EXEC

              END-IF
              MOVE NUMO-VALEUR TO WS-ID-OPERATION OF DCLOPERATION

              MOVE PLFR-MONTANT-ACCORDE
                 TO WS-MONTANT-OP OF DCLOPERATION

              EXEC SQL
       1320-VERIF-FRAIS-DECOUVERT-EXIT.
           EXIT.

       1330-COMPTER-PRELEVEMENT.
      *    Compteur de la periode en cours sur le mandat, relu par le
      *    controle du nombre maximum au prochain passage
           ADD 1 TO WS-NB-PRELEV-PERIODE.
           EXEC SQL
              UPDATE API8.MANDAT
              SET CLE_PERIODE = :WS-CLE-PERIODE,
                  NB_PRELEV_PERIODE = :WS-NB-PRELEV-PERIODE
              WHERE ID_MANDAT = :WS-ID-MANDAT
           END-EXEC.

       1330-COMPTER-PRELEVEMENT-EXIT.
           EXIT.

       1500-REJETER-DEMANDE.
           MOVE '01' TO WS-CODE-MOTIF.
           MOVE 'DEMANDE ILLISIBLE' TO WS-TEXTE-MOTIF.
       1510-ECRIRE-REJET-EXIT.
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
           MOVE 'API8PREL' TO FICR-PROGRAMME.
           MOVE 'FPRELEV' TO FICR-ID-FICHIER.

           OPEN INPUT FPRELEV.
           IF FS-FPRELEV NOT = '00'
               DISPLAY 'ERROR OPENING FPRELEV: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FPRELEV
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           PERFORM 6110-READ-PRELEV
              THRU 6110-READ-PRELEV-EXIT.

           PERFORM 0610-EMPREINTE-LIGNE
              THRU 0610-EMPREINTE-LIGNE-EXIT
              UNTIL FIN-FICHIER.

           CLOSE FPRELEV.
           IF FS-FPRELEV NOT = '00'
               DISPLAY 'ERROR CLOSING FPRELEV: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FPRELEV
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'N' TO WS-FIN-FICHIER-SW.

           PERFORM 0620-ENREGISTRER-RECEPTION
              THRU 0620-ENREGISTRER-RECEPTION-EXIT.

       0600-CONTROLER-RECEPTION-EXIT.
           EXIT.

       0610-EMPREINTE-LIGNE.
           MOVE BUF-LIGNE-PRELEV TO FICR-ENREG.
           MOVE 'A' TO FICR-FONCTION.
           CALL 'API8FICR' USING FICR-ZONE.
           IF BUF-PREL-MONTANT IS NUMERIC
              ADD BUF-PREL-MONTANT TO FICR-TOTAL
           END-IF.

           PERFORM 6110-READ-PRELEV
              THRU 6110-READ-PRELEV-EXIT.

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
           OPEN INPUT FPRELEV.
           IF FS-FPRELEV NOT = '00'
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
           MOVE 'REJPRELV' TO FICE-NOM-FICHIER.
           MOVE 'API8PREL' TO FICE-PROGRAMME.
           MOVE 'Y' TO FICE-CONTROLE.
           MOVE 100 TO FICE-LONG-LIGNE.
           MOVE 'O' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : REJPRELEV NON CATALOGUE'
              GO TO 6250-CATALOGUER-REJET-EXIT
           END-IF.

           OPEN INPUT REJPRELEV.
           IF FS-REJPRELEV NOT = '00'
               DISPLAY 'ERROR OPENING REJPRELEV: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-REJPRELEV
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'N' TO WS-FICE-FIN-SW.
           PERFORM 6260-CATALOGUER-LIGNE-REJET
              THRU 6260-CATALOGUER-LIGNE-REJET-EXIT
              UNTIL FIN-FICE.

           CLOSE REJPRELEV.
           IF FS-REJPRELEV NOT = '00'
               DISPLAY 'ERROR CLOSING REJPRELEV: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-REJPRELEV
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'F' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : REJPRELEV NON CATALOGUE'
           ELSE
              MOVE FICE-GENERATION TO WS-FICE-GEN-EDIT
              DISPLAY 'REJPRELEV CATALOGUE, GENERATION '
                 WS-FICE-GEN-EDIT
           END-IF.

       6250-CATALOGUER-REJET-EXIT.
           EXIT.

       6260-CATALOGUER-LIGNE-REJET.
           READ REJPRELEV
              AT END SET FIN-FICE TO TRUE
           END-READ.
           IF FS-REJPRELEV NOT = '00' AND FS-REJPRELEV NOT = '10'
               DISPLAY 'ERROR READING REJPRELEV: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-REJPRELEV
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
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8PREL        '
            DISPLAY '   PRELEVEMENTS POSTES : ' WS-NB-PRELEVES
